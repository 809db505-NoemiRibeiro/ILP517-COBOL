      ******************************************************************
      * Copybook: ORCIREC
      * Record layout for ORCITEM, the lines of each ORCMSTR quote
      * keyed by quote number + material: the shapes costed in the
      * material, their total area, the MATRATES rate per unit of
      * area the quote used and the amount quoted. The lines of a
      * quote add up to ORC-VALOR; ORCAVENC reprices an expired
      * quote line by line from them.
      ******************************************************************
       01 ITEM-ORCAMENTO-REC.
           03 ORI-CHAVE.
               05 ORI-NUMERO           PIC 9(07).
               05 ORI-MATERIAL         PIC X(05).
           03 ORI-QTD-FORMAS       PIC 9(05).
           03 ORI-AREA             PIC 9(08)V9(02).
           03 ORI-CUSTO-UNIDADE    PIC 9(05)V9(02).
           03 ORI-VALOR            PIC 9(09)V9(02).
