      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMGERA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Materials requisition for the jobs
      *             the clients accepted: for the ORCMSTR quotes
      *             accepted in ORCAMANT and due in the period keyed
      *             at run time, the net area of each material is
      *             summed from the jobs' GEOUNIF parcels, the
      *             MATRATES waste allowance is added and the result
      *             converted to the material's purchase unit,
      *             rounded up to whole units. One REQCOMPRA record
      *             per material consolidates every job in the
      *             period, and REQMREL lists under each material the
      *             jobs the quantity is for - purchasing worked the
      *             quantities out again from the quote printout.
      *             Each requisitioned quote is stamped with the run
      *             date, so a later run for an overlapping period
      *             never buys for the same job twice.
      * 15/10/2026  A job with any material not on MATRATES is set
      *             apart before the materials are consolidated: none
      *             of its materials is bought or counted, and the
      *             unregistered ones are listed, so the next run
      *             buys the whole job once instead of buying its
      *             registered materials a second time. Unregistered
      *             materials or jobs without parcels end the run
      *             REJEICOES, RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORC-MESTRE ASSIGN TO "ORCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-STATUS-ORC-MESTRE.

           SELECT ARQ-MATERIAIS ASSIGN TO "MATRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTL-CODIGO
               FILE STATUS IS WRK-STATUS-MATERIAIS.

           SELECT ARQ-UNIFICADO ASSIGN TO "GEOUNIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-UNIFICADO.

           SELECT ARQ-REQUISICAO ASSIGN TO "REQCOMPRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REQUISICAO.

           SELECT ARQ-RELATORIO ASSIGN TO "REQMREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ORC-MESTRE.
           COPY ORCAREC.

       FD  ARQ-MATERIAIS.
           COPY MATRATES.

       FD  ARQ-UNIFICADO.
           COPY GEOUNIF.

       FD  ARQ-REQUISICAO.
           COPY REQMREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORC-MESTRE PIC X(02).
       77 WRK-STATUS-MATERIAIS  PIC X(02).
       77 WRK-STATUS-UNIFICADO  PIC X(02).
       77 WRK-STATUS-REQUISICAO PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'REQMGERA'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-PERIODO-INICIO    PIC 9(08).
       77 WRK-PERIODO-FIM       PIC 9(08).
       77 WRK-OBRA-BUSCA        PIC X(08).
       77 WRK-AREA-BRUTA        PIC 9(09)V9(02).
       77 WRK-QTD-EXATA         PIC 9(09)V9(04).
       77 WRK-QTD-COMPRA        PIC 9(07).
       77 WRK-AREA-COMPRA       PIC 9(05)V9(04).
       77 WRK-PERDA             PIC 9(02)V9(02).
       77 WRK-AREA-BRUTA-OBRA   PIC 9(09)V9(02).
       77 WRK-QTD-EXATA-OBRA    PIC 9(09)V9(02).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-REJEITADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-MARCADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-SEM-PARCELAS  PIC 9(06) VALUE 0.
       77 WRK-QTD-PENDENTES     PIC 9(06) VALUE 0.

       01 WRK-FIM-ORCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ORCAMENTOS VALUE 'S'.

       01 WRK-FIM-UNIFICADO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PARCELAS VALUE 'S'.

      * The accepted quotes due in the period. A job with more than
      * one accepted quote takes its parcels on the first; all are
      * stamped together.
       01 OBRAS-DO-PERIODO.
           03 WRK-QTD-OBRAS        PIC 9(03) VALUE 0.
           03 RQO-TAB OCCURS 200 TIMES.
               05 RQO-ORCAMENTO    PIC 9(07).
               05 RQO-OBRA         PIC X(08).
               05 RQO-CLIENTE      PIC X(30).
               05 RQO-ENTREGA      PIC 9(08).
               05 RQO-COM-PARCELAS PIC X(01).
               05 RQO-PENDENTE     PIC X(01).

      * Net area per job and material, from the GEOUNIF parcels,
      * and whether the material was found on MATRATES.
       01 AREAS-POR-OBRA.
           03 WRK-QTD-AREAS        PIC 9(03) VALUE 0.
           03 RQM-TAB OCCURS 999 TIMES.
               05 RQM-OBRA-IDX     PIC 9(03).
               05 RQM-MATERIAL     PIC X(05).
               05 RQM-AREA         PIC 9(09)V9(02).
               05 RQM-CADASTRADO   PIC X(01).

      * Net area per material across every job of the period that
      * is not pending.
       01 AREAS-POR-MATERIAL.
           03 WRK-QTD-MATERIAIS    PIC 9(02) VALUE 0.
           03 RQT-TAB OCCURS 99 TIMES.
               05 RQT-MATERIAL     PIC X(05).
               05 RQT-AREA         PIC 9(09)V9(02).
               05 RQT-QTD-OBRAS    PIC 9(03).

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 CONT-OBRA       PIC S9(3) VALUE 1.
       01 CONT-AREA       PIC 9(4) VALUE 1.
       01 CONT-MATERIAL   PIC 9(3) VALUE 1.
       01 WRK-RQO-IDX     PIC 9(3) VALUE 0.
       01 WRK-RQM-IDX     PIC 9(3) VALUE 0.
       01 WRK-RQT-IDX     PIC 9(2) VALUE 0.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'REQMGERA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'REQMREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'REQMGERA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REQMGERA - REQUISICAO DE MATERIAIS DAS OBRAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'INFORME O INICIO DO PERIODO DE ENTREGA (AAAAMMDD)'
           ACCEPT WRK-PERIODO-INICIO
           DISPLAY 'INFORME O FIM DO PERIODO DE ENTREGA (AAAAMMDD)'
           ACCEPT WRK-PERIODO-FIM
           IF WRK-PERIODO-INICIO = 0
               OR WRK-PERIODO-FIM < WRK-PERIODO-INICIO
               DISPLAY 'PERIODO INVALIDO. REQUISICAO ABORTADA.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM APURA-OBRAS
           IF WRK-QTD-OBRAS = 0
               DISPLAY 'NENHUMA OBRA ACEITA A REQUISITAR NO PERIODO.'
           END-IF
           PERFORM APURA-AREAS
           PERFORM GRAVA-CABECALHO
           PERFORM REQUISITA-MATERIAL
               VARYING CONT-MATERIAL FROM 1 BY 1
               UNTIL CONT-MATERIAL > WRK-QTD-MATERIAIS
           PERFORM MARCA-ORCAMENTO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OBRAS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-ORC-MESTRE
           CLOSE ARQ-MATERIAIS
           CLOSE ARQ-REQUISICAO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'OBRAS NO PERIODO.........: ' WRK-QTD-OBRAS
           DISPLAY 'MATERIAIS REQUISITADOS...: ' WRK-QTD-GRAVADA
           DISPLAY 'ORCAMENTOS REQUISITADOS..: ' WRK-QTD-MARCADA
           IF WRK-QTD-REJEITADA > 0
               DISPLAY 'MATERIAIS FORA DO MATRATES: ' WRK-QTD-REJEITADA
               DISPLAY 'ORCAMENTOS PENDENTES.....: ' WRK-QTD-PENDENTES
           END-IF
           IF WRK-QTD-SEM-PARCELAS > 0
               DISPLAY 'OBRAS SEM PARCELAS NO GEOUNIF: '
                   WRK-QTD-SEM-PARCELAS
           END-IF
           DISPLAY 'Requisicao gravada em REQCOMPRA, relatorio em '
               'REQMREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ORC-MESTRE
           IF WRK-STATUS-ORC-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ORCAMENTOS '
                   '(ORCMSTR). STATUS: ' WRK-STATUS-ORC-MESTRE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MATERIAIS
           IF WRK-STATUS-MATERIAIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE MATRATES. STATUS: '
                   WRK-STATUS-MATERIAIS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-UNIFICADO
           IF WRK-STATUS-UNIFICADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS PARCELAS DO GEOMOTOR '
                   '(GEOUNIF). STATUS: ' WRK-STATUS-UNIFICADO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-REQUISICAO
           OPEN OUTPUT ARQ-RELATORIO.

      * Accepted, not yet requisitioned and due inside the period.
      * As in FATGERA, an overflow stops the run before anything is
      * written rather than leave a job out of the purchase.
       APURA-OBRAS.
           MOVE 0 TO ORC-NUMERO
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
           END-START
           PERFORM LE-ORCAMENTO UNTIL NAO-HA-MAIS-ORCAMENTOS.

       LE-ORCAMENTO.
           READ ARQ-ORC-MESTRE NEXT
               AT END
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
               NOT AT END
                   IF ORCAMENTO-ACEITO
                       AND ORC-DATA-REQUISICAO = 0
                       AND ORC-DATA-ENTREGA >= WRK-PERIODO-INICIO
                       AND ORC-DATA-ENTREGA <= WRK-PERIODO-FIM
                       PERFORM GUARDA-OBRA
                   END-IF
           END-READ.

       GUARDA-OBRA.
           IF WRK-QTD-OBRAS >= 200
               DISPLAY 'LIMITE DE 200 OBRAS NO PERIODO EXCEDIDO. '
                   'NENHUMA REQUISICAO GRAVADA - REDUZA O PERIODO.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           ADD 1 TO WRK-QTD-OBRAS
           MOVE ORC-NUMERO TO RQO-ORCAMENTO(WRK-QTD-OBRAS)
           MOVE ORC-OBRA TO RQO-OBRA(WRK-QTD-OBRAS)
           MOVE ORC-CLIENTE TO RQO-CLIENTE(WRK-QTD-OBRAS)
           MOVE ORC-DATA-ENTREGA TO RQO-ENTREGA(WRK-QTD-OBRAS)
           MOVE 'N' TO RQO-COM-PARCELAS(WRK-QTD-OBRAS)
           MOVE 'N' TO RQO-PENDENTE(WRK-QTD-OBRAS).

      * Every material of every job is checked on MATRATES before
      * anything is consolidated: a job with one unregistered
      * material stays out of the purchase whole, so the next run,
      * once it is registered, buys all of the job at once.
       APURA-AREAS.
           PERFORM LE-PARCELA UNTIL NAO-HA-MAIS-PARCELAS
           CLOSE ARQ-UNIFICADO
           PERFORM CONFERE-MATERIAL-OBRA
               VARYING CONT-AREA FROM 1 BY 1
               UNTIL CONT-AREA > WRK-QTD-AREAS
           PERFORM ACUMULA-AREA-MATERIAL
               VARYING CONT-AREA FROM 1 BY 1
               UNTIL CONT-AREA > WRK-QTD-AREAS.

       LE-PARCELA.
           READ ARQ-UNIFICADO
               AT END
                   SET NAO-HA-MAIS-PARCELAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   PERFORM ACUMULA-PARCELA
           END-READ.

       ACUMULA-PARCELA.
           MOVE UNI-OBRA TO WRK-OBRA-BUSCA
           PERFORM PRIMEIRA-OBRA
           IF WRK-RQO-IDX NOT = 0
               MOVE 'S' TO RQO-COM-PARCELAS(WRK-RQO-IDX)
               PERFORM ACUMULA-AREA-OBRA
           END-IF.

      * Walked from the end, so the first quote of the job wins.
       PRIMEIRA-OBRA.
           MOVE 0 TO WRK-RQO-IDX
           PERFORM LOCALIZA-OBRA
               VARYING CONT-OBRA FROM WRK-QTD-OBRAS BY -1
               UNTIL CONT-OBRA < 1.

       LOCALIZA-OBRA.
           IF RQO-OBRA(CONT-OBRA) = WRK-OBRA-BUSCA
               MOVE CONT-OBRA TO WRK-RQO-IDX
           END-IF.

       ACUMULA-AREA-OBRA.
           MOVE 0 TO WRK-RQM-IDX
           PERFORM LOCALIZA-AREA-OBRA
               VARYING CONT-AREA FROM 1 BY 1
               UNTIL CONT-AREA > WRK-QTD-AREAS
           IF WRK-RQM-IDX = 0
               IF WRK-QTD-AREAS >= 999
                   DISPLAY 'LIMITE DE 999 MATERIAIS POR OBRA NO '
                       'PERIODO EXCEDIDO. NENHUMA REQUISICAO GRAVADA.'
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-AREAS
               MOVE WRK-QTD-AREAS TO WRK-RQM-IDX
               MOVE WRK-RQO-IDX TO RQM-OBRA-IDX(WRK-RQM-IDX)
               MOVE UNI-MATERIAL TO RQM-MATERIAL(WRK-RQM-IDX)
               MOVE 0 TO RQM-AREA(WRK-RQM-IDX)
               MOVE 'S' TO RQM-CADASTRADO(WRK-RQM-IDX)
           END-IF
           ADD UNI-AREA TO RQM-AREA(WRK-RQM-IDX).

       LOCALIZA-AREA-OBRA.
           IF RQM-OBRA-IDX(CONT-AREA) = WRK-RQO-IDX
               AND RQM-MATERIAL(CONT-AREA) = UNI-MATERIAL
               MOVE CONT-AREA TO WRK-RQM-IDX
           END-IF.

       CONFERE-MATERIAL-OBRA.
           MOVE RQM-MATERIAL(CONT-AREA) TO MTL-CODIGO
           READ ARQ-MATERIAIS
               INVALID KEY
                   MOVE 'N' TO RQM-CADASTRADO(CONT-AREA)
                   MOVE RQM-OBRA-IDX(CONT-AREA) TO WRK-RQO-IDX
                   MOVE 'S' TO RQO-PENDENTE(WRK-RQO-IDX)
                   ADD 1 TO WRK-QTD-REJEITADA
           END-READ.

      * One entry per job and material, so each one taken is one
      * more job for the material.
       ACUMULA-AREA-MATERIAL.
           MOVE RQM-OBRA-IDX(CONT-AREA) TO WRK-RQO-IDX
           IF RQO-PENDENTE(WRK-RQO-IDX) = 'N'
               MOVE 0 TO WRK-RQT-IDX
               PERFORM LOCALIZA-MATERIAL
                   VARYING CONT-MATERIAL FROM 1 BY 1
                   UNTIL CONT-MATERIAL > WRK-QTD-MATERIAIS
               IF WRK-RQT-IDX = 0
                   IF WRK-QTD-MATERIAIS >= 99
                       DISPLAY 'LIMITE DE 99 MATERIAIS NO PERIODO '
                           'EXCEDIDO. NENHUMA REQUISICAO GRAVADA.'
                       PERFORM GRAVA-LOG-ERRO
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-MATERIAIS
                   MOVE WRK-QTD-MATERIAIS TO WRK-RQT-IDX
                   MOVE RQM-MATERIAL(CONT-AREA)
                       TO RQT-MATERIAL(WRK-RQT-IDX)
                   MOVE 0 TO RQT-AREA(WRK-RQT-IDX)
                   MOVE 0 TO RQT-QTD-OBRAS(WRK-RQT-IDX)
               END-IF
               ADD RQM-AREA(CONT-AREA) TO RQT-AREA(WRK-RQT-IDX)
               ADD 1 TO RQT-QTD-OBRAS(WRK-RQT-IDX)
           END-IF.

       LOCALIZA-MATERIAL.
           IF RQT-MATERIAL(CONT-MATERIAL) = RQM-MATERIAL(CONT-AREA)
               MOVE CONT-MATERIAL TO WRK-RQT-IDX
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'REQUISICAO DE MATERIAIS - ENTREGAS DE ' DELIMITED
               SIZE WRK-PERIODO-INICIO DELIMITED SIZE
               ' A ' WRK-PERIODO-FIM DELIMITED SIZE
               '  EMITIDA EM ' WRK-DATA-HOJE DELIMITED SIZE
               ' POR ' WRK-OPERADOR DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATERIAL DESCRICAO                      UN'
               DELIMITED SIZE
               '  AREA LIQUIDA PERDA%   AREA BRUTA  QUANTIDADE'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING '   OBRA     ORCAMENTO ENTREGA  CLIENTE'
               DELIMITED SIZE
               '                         AREA LIQUIDA   AREA BRUTA'
               DELIMITED SIZE
               '  QTD (PARTE)' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * Waste is added to the net area and the result divided by
      * the area one purchase unit covers; the material is bought
      * in whole units, so any fraction rounds up. The lines under
      * it show each job's share before that rounding. Only
      * materials found on MATRATES reach here.
       REQUISITA-MATERIAL.
           MOVE RQT-MATERIAL(CONT-MATERIAL) TO MTL-CODIGO
           READ ARQ-MATERIAIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULA-REQUISICAO
           END-READ.

       CALCULA-REQUISICAO.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE MTL-PERDA TO WRK-PERDA
           MOVE MTL-AREA-COMPRA TO WRK-AREA-COMPRA
           IF WRK-AREA-COMPRA = 0
               MOVE 1 TO WRK-AREA-COMPRA
           END-IF
           COMPUTE WRK-AREA-BRUTA ROUNDED =
               RQT-AREA(CONT-MATERIAL) * (100 + WRK-PERDA) / 100
           COMPUTE WRK-QTD-EXATA =
               WRK-AREA-BRUTA / WRK-AREA-COMPRA
           MOVE WRK-QTD-EXATA TO WRK-QTD-COMPRA
           IF WRK-QTD-COMPRA < WRK-QTD-EXATA
               ADD 1 TO WRK-QTD-COMPRA
           END-IF
           PERFORM GRAVA-REQUISICAO
           MOVE SPACES TO RELATORIO-REC
           STRING RQT-MATERIAL(CONT-MATERIAL) DELIMITED SIZE
               '    ' MTL-DESCRICAO DELIMITED SIZE
               ' ' MTL-UNIDADE DELIMITED SIZE
               ' ' RQT-AREA(CONT-MATERIAL) DELIMITED SIZE
               ' ' WRK-PERDA DELIMITED SIZE
               ' ' WRK-AREA-BRUTA DELIMITED SIZE
               ' ' WRK-QTD-COMPRA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           PERFORM GRAVA-LINHA-OBRA
               VARYING CONT-AREA FROM 1 BY 1
               UNTIL CONT-AREA > WRK-QTD-AREAS.

       GRAVA-REQUISICAO.
           MOVE WRK-DATA-HOJE TO RQC-DATA-EMISSAO
           MOVE WRK-PERIODO-INICIO TO RQC-PERIODO-INICIO
           MOVE WRK-PERIODO-FIM TO RQC-PERIODO-FIM
           MOVE MTL-CODIGO TO RQC-MATERIAL
           MOVE MTL-DESCRICAO TO RQC-DESCRICAO
           MOVE MTL-UNIDADE TO RQC-UNIDADE
           MOVE RQT-AREA(CONT-MATERIAL) TO RQC-AREA-LIQUIDA
           MOVE WRK-PERDA TO RQC-PERDA
           MOVE WRK-AREA-BRUTA TO RQC-AREA-BRUTA
           MOVE WRK-QTD-COMPRA TO RQC-QUANTIDADE
           MOVE RQT-QTD-OBRAS(CONT-MATERIAL) TO RQC-QTD-OBRAS
           MOVE WRK-OPERADOR TO RQC-OPERADOR
           WRITE REQUISICAO-MATERIAL-REC
           ADD 1 TO WRK-QTD-GRAVADA.

      * A pending job's share is not in the material's total and
      * is not listed under it.
       GRAVA-LINHA-OBRA.
           MOVE RQM-OBRA-IDX(CONT-AREA) TO WRK-RQO-IDX
           IF RQM-MATERIAL(CONT-AREA) = RQT-MATERIAL(CONT-MATERIAL)
               AND RQO-PENDENTE(WRK-RQO-IDX) = 'N'
               COMPUTE WRK-AREA-BRUTA-OBRA ROUNDED =
                   RQM-AREA(CONT-AREA) * (100 + WRK-PERDA) / 100
               COMPUTE WRK-QTD-EXATA-OBRA ROUNDED =
                   WRK-AREA-BRUTA-OBRA / WRK-AREA-COMPRA
               MOVE SPACES TO RELATORIO-REC
               STRING '   ' RQO-OBRA(WRK-RQO-IDX) DELIMITED SIZE
                   ' ' RQO-ORCAMENTO(WRK-RQO-IDX) DELIMITED SIZE
                   '   ' RQO-ENTREGA(WRK-RQO-IDX) DELIMITED SIZE
                   ' ' RQO-CLIENTE(WRK-RQO-IDX) DELIMITED SIZE
                   ' ' RQM-AREA(CONT-AREA) DELIMITED SIZE
                   ' ' WRK-AREA-BRUTA-OBRA DELIMITED SIZE
                   ' ' WRK-QTD-EXATA-OBRA DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF.

      * Only a job whose parcels were found and whose materials were
      * all requisitioned is stamped; every accepted quote of the
      * job follows its first.
       MARCA-ORCAMENTO.
           MOVE RQO-OBRA(CONTADOR) TO WRK-OBRA-BUSCA
           PERFORM PRIMEIRA-OBRA
           IF RQO-COM-PARCELAS(WRK-RQO-IDX) = 'N'
               ADD 1 TO WRK-QTD-SEM-PARCELAS
               MOVE SPACES TO RELATORIO-REC
               STRING 'OBRA ' RQO-OBRA(CONTADOR) DELIMITED SIZE
                   ' ORCAMENTO ' RQO-ORCAMENTO(CONTADOR)
                   DELIMITED SIZE
                   ' ENTREGA ' RQO-ENTREGA(CONTADOR) DELIMITED SIZE
                   ' SEM PARCELAS NO GEOUNIF - NAO REQUISITADA.'
                   DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           ELSE
               IF RQO-PENDENTE(WRK-RQO-IDX) = 'S'
                   ADD 1 TO WRK-QTD-PENDENTES
                   PERFORM GRAVA-MATERIAL-PENDENTE
                       VARYING CONT-AREA FROM 1 BY 1
                       UNTIL CONT-AREA > WRK-QTD-AREAS
               ELSE
                   MOVE RQO-ORCAMENTO(CONTADOR) TO ORC-NUMERO
                   READ ARQ-ORC-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WRK-DATA-HOJE TO ORC-DATA-REQUISICAO
                           REWRITE ORCAMENTO-MESTRE-REC
                           ADD 1 TO WRK-QTD-MARCADA
                   END-READ
               END-IF
           END-IF.

       GRAVA-MATERIAL-PENDENTE.
           IF RQM-OBRA-IDX(CONT-AREA) = WRK-RQO-IDX
               AND RQM-CADASTRADO(CONT-AREA) = 'N'
               MOVE SPACES TO RELATORIO-REC
               STRING 'OBRA ' RQO-OBRA(CONTADOR) DELIMITED SIZE
                   ' ORCAMENTO ' RQO-ORCAMENTO(CONTADOR)
                   DELIMITED SIZE
                   ' MATERIAL ' RQM-MATERIAL(CONT-AREA) DELIMITED SIZE
                   ' FORA DO MATRATES - OBRA PENDENTE, NAO '
                   'REQUISITADA.' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'OBRAS NO PERIODO: ' DELIMITED SIZE
               WRK-QTD-OBRAS DELIMITED SIZE
               '  MATERIAIS REQUISITADOS: ' WRK-QTD-GRAVADA
               DELIMITED SIZE
               '  ORCAMENTOS REQUISITADOS: ' WRK-QTD-MARCADA
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATERIAIS FORA DO MATRATES: ' DELIMITED SIZE
               WRK-QTD-REJEITADA DELIMITED SIZE
               '  ORCAMENTOS PENDENTES: ' WRK-QTD-PENDENTES
               DELIMITED SIZE
               '  OBRAS SEM PARCELAS: ' WRK-QTD-SEM-PARCELAS
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDA TO LOG-QTD-LIDA
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-REJEITADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-REJEITADA > 0 OR WRK-QTD-SEM-PARCELAS > 0
               MOVE 'REJEICOES' TO LOG-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'CONCLUIDO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-ERRO.
           MOVE 8 TO RETURN-CODE
           MOVE 'F' TO LOG-EVENTO
           MOVE 'ERRO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.
       END PROGRAM REQMGERA.
