      * 23/08/2026  Maintenance now requires a level-3 sign-on through
      *             the shared OPERSIGN subprogram, like the other
      *             master-maintenance programs.
      * 15/10/2026  Each material now also carries its waste
      *             allowance in percent and the area one purchase
      *             unit covers, which REQMGERA uses to turn a job's
      *             area into a purchase quantity. Both are keyed on
      *             inclusion and alteration and shown on the list.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-DESCRICAO         PIC X(30).
       77 WRK-UNIDADE           PIC X(02).
       77 WRK-DATA-VIGENCIA     PIC 9(08).
       77 WRK-CUSTO             PIC 9(05)V9(02).
       77 WRK-PERDA             PIC 9(02)V9(02).
       77 WRK-AREA-COMPRA       PIC 9(05)V9(04).

       01 WRK-CONVENCAO-DECIMAL    PIC X(1).
           88 CONVENCAO-VIRGULA VALUE "V" "v".
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY "CODIGO DESCRICAO                      UN CUSTO"
               "     PERDA% AREA/UN"
           PERFORM LISTA-UM-MATERIAL UNTIL FIM-LISTA.

       LISTA-UM-MATERIAL.
               NOT AT END
                   DISPLAY MTL-CODIGO " " MTL-DESCRICAO " "
                       MTL-UNIDADE " " MTL-CUSTO-UNIDADE
                       " " MTL-PERDA " " MTL-AREA-COMPRA
                       " VIGENTE DESDE " MTL-DATA-VIGENCIA
           END-READ.

           DISPLAY "Digite o custo por unidade de area"
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           MOVE WRK-VALOR-DECIMAL TO WRK-CUSTO
           DISPLAY "Digite a data de vigencia (AAAAMMDD)"
           ACCEPT WRK-DATA-VIGENCIA
           DISPLAY "Digite a perda em percentual (ex: 5 para 5%)"
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           MOVE WRK-VALOR-DECIMAL TO WRK-PERDA
           DISPLAY "Digite a area coberta por unidade de compra "
               "(0 = comprado por unidade de area)"
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           MOVE WRK-VALOR-DECIMAL TO WRK-AREA-COMPRA
           IF WRK-AREA-COMPRA = 0
               MOVE 1 TO WRK-AREA-COMPRA
           END-IF.

       CONVERTE-ENTRADA-DECIMAL.
           IF CONVENCAO-VIRGULA
                   MOVE WRK-CODIGO TO MTL-CODIGO
                   MOVE WRK-DESCRICAO TO MTL-DESCRICAO
                   MOVE WRK-UNIDADE TO MTL-UNIDADE
                   MOVE WRK-CUSTO TO MTL-CUSTO-UNIDADE
                   MOVE WRK-DATA-VIGENCIA TO MTL-DATA-VIGENCIA
                   MOVE WRK-PERDA TO MTL-PERDA
                   MOVE WRK-AREA-COMPRA TO MTL-AREA-COMPRA
                   WRITE MATERIAL-REC
                   END-WRITE
                   DISPLAY "Material incluido."
                   PERFORM SOLICITA-DADOS-MATERIAL
                   MOVE WRK-DESCRICAO TO MTL-DESCRICAO
                   MOVE WRK-UNIDADE TO MTL-UNIDADE
                   MOVE WRK-CUSTO TO MTL-CUSTO-UNIDADE
                   MOVE WRK-DATA-VIGENCIA TO MTL-DATA-VIGENCIA
                   MOVE WRK-PERDA TO MTL-PERDA
                   MOVE WRK-AREA-COMPRA TO MTL-AREA-COMPRA
                   REWRITE MATERIAL-REC
                   DISPLAY "Material alterado."
           END-READ.
