      * MTL-CODIGO: unit of measure, cost per unit of area and the
      * rate's effective date. Maintained by MATLMANT and read by
      * EXERCICIO12's batch costing run, so the weekly estimate stops
      * depending on an operator retyping prices. MTL-PERDA is the
      * waste allowance in percent added to the net area when the
      * material is requisitioned, and MTL-AREA-COMPRA the area one
      * purchase unit (MTL-UNIDADE) covers - 1 when the material is
      * bought by the unit of area itself. REQMGERA converts a job's
      * area into purchase units with both.
      ******************************************************************
       01 MATERIAL-REC.
           03 MTL-CODIGO           PIC X(05).
           03 MTL-UNIDADE          PIC X(02).
           03 MTL-CUSTO-UNIDADE    PIC 9(05)V9(02).
           03 MTL-DATA-VIGENCIA    PIC 9(08).
           03 MTL-PERDA            PIC 9(02)V9(02).
           03 MTL-AREA-COMPRA      PIC 9(05)V9(04).
