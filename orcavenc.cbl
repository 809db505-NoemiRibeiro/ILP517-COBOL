      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAVENC.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly quote expiry and repricing,
      *             run as a DLYBATCH step after GEOMOTOR: every
      *             ORCMSTR quote still open past its validity date
      *             becomes EXPIRADO, and every expired quote not yet
      *             repriced - expired tonight or withdrawn in
      *             ORCAMANT - is quoted again line by line from its
      *             ORCITEM lines at the MATRATES rates in force, as
      *             a new open quote under the next ORCACTL number
      *             with a fresh validity, linked both ways to the
      *             old one and appended to ORCHIST so the two prices
      *             can be compared. Quotes on closed jobs are not
      *             repriced. A quote whose material has left
      *             MATRATES, or whose lines do not add up to its
      *             total, is listed on ORCVREL and ends the step
      *             RC 4.
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

           SELECT ARQ-ORC-ITENS ASSIGN TO "ORCITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WRK-STATUS-ORC-ITENS.

           SELECT ARQ-MATERIAIS ASSIGN TO "MATRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTL-CODIGO
               FILE STATUS IS WRK-STATUS-MATERIAIS.

           SELECT ARQ-OBRAS ASSIGN TO "OBRAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-NUMERO
               FILE STATUS IS WRK-STATUS-OBRAS.

           SELECT ARQ-CONTROLE-NUM ASSIGN TO "ORCACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.

           SELECT ARQ-HIST-ORCAMENTO ASSIGN TO "ORCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST-ORC.

           SELECT ARQ-RELATORIO ASSIGN TO "ORCVREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ORC-MESTRE.
           COPY ORCAREC.

       FD  ARQ-ORC-ITENS.
           COPY ORCIREC.

       FD  ARQ-MATERIAIS.
           COPY MATRATES.

       FD  ARQ-OBRAS.
           COPY OBRAREC.

       FD  ARQ-CONTROLE-NUM.
       01  CONTROLE-NUM-REC.
           03 CTN-ULTIMO-NUMERO    PIC 9(07).

       FD  ARQ-HIST-ORCAMENTO.
       01  HIST-ORC-REC.
           03 HOR-DATA             PIC 9(08).
           03 HOR-OBRA             PIC X(08).
           03 HOR-CLIENTE          PIC X(30).
           03 HOR-QTD-FORMAS       PIC 9(05).
           03 HOR-CUSTO-TOTAL      PIC 9(09)V9(02).

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORC-MESTRE PIC X(02).
       77 WRK-STATUS-ORC-ITENS  PIC X(02).
       77 WRK-STATUS-MATERIAIS  PIC X(02).
       77 WRK-STATUS-OBRAS      PIC X(02).
       77 WRK-STATUS-CONTROLE   PIC X(02).
       77 WRK-STATUS-HIST-ORC   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-DATA-VALIDADE     PIC 9(08).
       77 WRK-DIAS-VALIDADE     PIC 9(03) VALUE 30.
       77 WRK-NUMERO-CONTROLE   PIC 9(07) VALUE 0.
       77 WRK-NUMERO-ANTIGO     PIC 9(07).
       77 WRK-NUMERO-CONTROLE-EXIBE PIC 9(07).
       77 WRK-VALOR-ANTIGO      PIC 9(09)V9(02).
       77 WRK-SOMA-LINHAS       PIC 9(09)V9(02).
       77 WRK-VALOR-NOVO        PIC 9(09)V9(02).
       77 WRK-DIFERENCA         PIC S9(09)V9(02).
       77 WRK-DIFERENCA-EXIBE   PIC -Z(8)9.99.
       77 WRK-MOTIVO            PIC X(30).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-EXPIRADA      PIC 9(06) VALUE 0.
       77 WRK-QTD-REPRECADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-RECUSADA      PIC 9(06) VALUE 0.
       77 WRK-QTD-ENCERRADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-ADIADA        PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-ORCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ORCAMENTOS VALUE 'S'.

       01 WRK-FIM-ITENS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ITENS VALUE 'S'.

       01 WRK-REPRECO-OK PIC X VALUE 'S'.
           88 REPRECO-VALIDO VALUE 'S'.

      * Quotes to reprice, gathered on the pass that expires them so
      * the master is not written while it is being read in order.
      * Any beyond the table are repriced on the next night.
       01 REPRECOS-PENDENTES.
           03 WRK-QTD-PENDENTES    PIC 9(03) VALUE 0.
           03 PND-NUMERO           PIC 9(07) OCCURS 200 TIMES.
       01 CONT-PENDENTE        PIC 9(03) VALUE 1.

      * The repriced lines of one quote, written only once every
      * line has found its material.
       01 LINHAS-REPRECO.
           03 WRK-QTD-LINHAS       PIC 9(02) VALUE 0.
           03 LRP-TAB OCCURS 10 TIMES.
               05 LRP-MATERIAL         PIC X(05).
               05 LRP-QTD-FORMAS       PIC 9(05).
               05 LRP-AREA             PIC 9(08)V9(02).
               05 LRP-CUSTO-UNIDADE    PIC 9(05)V9(02).
               05 LRP-VALOR            PIC 9(09)V9(02).
       01 CONT-LINHA           PIC 9(02) VALUE 1.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'ORCAVENC'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'ORCVREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'ORCAVENC'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ORCAVENC - VENCIMENTO E REPRECO DE ORCAMENTOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD, 0 = DATA DO '
               'SISTEMA)'
           ACCEPT WRK-DATA-PROCESSO
           IF WRK-DATA-PROCESSO = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSO
           END-IF
           COMPUTE WRK-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSO)
               + WRK-DIAS-VALIDADE)
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVA-CABECALHO
           PERFORM LE-NUMERO-CONTROLE
           MOVE 'N' TO WRK-FIM-ORCAMENTOS
           MOVE 0 TO ORC-NUMERO
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
           END-START
           PERFORM LE-ORCAMENTO UNTIL NAO-HA-MAIS-ORCAMENTOS
           PERFORM REPRECA-ORCAMENTO
               VARYING CONT-PENDENTE FROM 1 BY 1
               UNTIL CONT-PENDENTE > WRK-QTD-PENDENTES
           PERFORM GRAVA-NUMERO-CONTROLE
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-ORC-MESTRE
           CLOSE ARQ-ORC-ITENS
           CLOSE ARQ-MATERIAIS
           CLOSE ARQ-OBRAS
           CLOSE ARQ-HIST-ORCAMENTO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'ORCAMENTOS LIDOS...: ' WRK-QTD-LIDA
           DISPLAY 'EXPIRADOS..........: ' WRK-QTD-EXPIRADA
           DISPLAY 'REPRECADOS.........: ' WRK-QTD-REPRECADA
           DISPLAY 'NAO REPRECADOS.....: ' WRK-QTD-RECUSADA
           DISPLAY 'Relatorio gerado em ORCVREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No ORCMSTR yet means GEOMOTOR has numbered no quote: the
      * step ends clean. Repricing needs the rates and the jobs.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ORC-MESTRE
           IF WRK-STATUS-ORC-MESTRE = '35'
               DISPLAY 'NENHUM ORCAMENTO NUMERADO (ORCMSTR). NADA A '
                   'VENCER.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-ORC-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ORCAMENTOS '
                   '(ORCMSTR). STATUS: ' WRK-STATUS-ORC-MESTRE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-ORC-ITENS
           IF WRK-STATUS-ORC-ITENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS LINHAS DOS ORCAMENTOS '
                   '(ORCITEM). STATUS: ' WRK-STATUS-ORC-ITENS
               CLOSE ARQ-ORC-MESTRE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MATERIAIS
           IF WRK-STATUS-MATERIAIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE MATRATES. STATUS: '
                   WRK-STATUS-MATERIAIS
               CLOSE ARQ-ORC-MESTRE
               CLOSE ARQ-ORC-ITENS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OBRAS
           IF WRK-STATUS-OBRAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE OBRAS (OBRAMSTR). '
                   'STATUS: ' WRK-STATUS-OBRAS
               CLOSE ARQ-ORC-MESTRE
               CLOSE ARQ-ORC-ITENS
               CLOSE ARQ-MATERIAIS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-HIST-ORCAMENTO
           IF WRK-STATUS-HIST-ORC = '35'
               OPEN OUTPUT ARQ-HIST-ORCAMENTO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'VENCIMENTO E REPRECO DE ORCAMENTOS - '
               DELIMITED SIZE
               WRK-DATA-PROCESSO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ORCAMENTO OBRA     VALOR ANTERIOR NOVO ORC.'
               DELIMITED SIZE
               ' VALOR NOVO     DIFERENCA     OCORRENCIA'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * GEOMOTOR numbers its quotes from the same ORCACTL; a control
      * record behind the master moves up to the highest number
      * already on file.
       LE-NUMERO-CONTROLE.
           MOVE 0 TO WRK-NUMERO-CONTROLE
           OPEN INPUT ARQ-CONTROLE-NUM
           IF WRK-STATUS-CONTROLE = '00'
               READ ARQ-CONTROLE-NUM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTN-ULTIMO-NUMERO TO WRK-NUMERO-CONTROLE
               END-READ
               CLOSE ARQ-CONTROLE-NUM
           END-IF
           MOVE 'N' TO WRK-FIM-ORCAMENTOS
           COMPUTE ORC-NUMERO = WRK-NUMERO-CONTROLE + 1
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
           END-START
           PERFORM AJUSTA-NUMERO-CONTROLE
               UNTIL NAO-HA-MAIS-ORCAMENTOS.

       AJUSTA-NUMERO-CONTROLE.
           READ ARQ-ORC-MESTRE NEXT
               AT END
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
               NOT AT END
                   MOVE ORC-NUMERO TO WRK-NUMERO-CONTROLE
           END-READ.

       GRAVA-NUMERO-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-NUM
           MOVE WRK-NUMERO-CONTROLE TO CTN-ULTIMO-NUMERO
           WRITE CONTROLE-NUM-REC
           CLOSE ARQ-CONTROLE-NUM.

       LE-ORCAMENTO.
           READ ARQ-ORC-MESTRE NEXT
               AT END
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   PERFORM AVALIA-ORCAMENTO
           END-READ.

       AVALIA-ORCAMENTO.
           IF ORCAMENTO-ABERTO
               AND ORC-DATA-VALIDADE < WRK-DATA-PROCESSO
               SET ORCAMENTO-EXPIRADO TO TRUE
               MOVE WRK-DATA-PROCESSO TO ORC-DATA-SITUACAO
               MOVE LOG-PROGRAMA TO ORC-OPERADOR
               REWRITE ORCAMENTO-MESTRE-REC
               ADD 1 TO WRK-QTD-EXPIRADA
           END-IF
           IF ORCAMENTO-EXPIRADO AND ORC-NUMERO-REPRECO = 0
               IF WRK-QTD-PENDENTES < 200
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE ORC-NUMERO TO PND-NUMERO(WRK-QTD-PENDENTES)
               ELSE
                   ADD 1 TO WRK-QTD-ADIADA
               END-IF
           END-IF.

      * One expired quote: its job must still be open; every line
      * is priced again at the material's current MATRATES rate,
      * and the lines must add up to the quote as it was issued.
       REPRECA-ORCAMENTO.
           MOVE PND-NUMERO(CONT-PENDENTE) TO ORC-NUMERO
           READ ARQ-ORC-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ORC-NUMERO TO WRK-NUMERO-ANTIGO
                   MOVE ORC-VALOR TO WRK-VALOR-ANTIGO
                   MOVE ORC-OBRA TO OBR-NUMERO
                   READ ARQ-OBRAS
                       INVALID KEY
                           ADD 1 TO WRK-QTD-ENCERRADA
                       NOT INVALID KEY
                           IF OBRA-ENCERRADA
                               ADD 1 TO WRK-QTD-ENCERRADA
                           ELSE
                               PERFORM REPRECA-LINHAS
                           END-IF
                   END-READ
           END-READ.

       REPRECA-LINHAS.
           MOVE 'S' TO WRK-REPRECO-OK
           MOVE SPACES TO WRK-MOTIVO
           MOVE 0 TO WRK-QTD-LINHAS WRK-SOMA-LINHAS WRK-VALOR-NOVO
           MOVE 'N' TO WRK-FIM-ITENS
           MOVE WRK-NUMERO-ANTIGO TO ORI-NUMERO
           MOVE LOW-VALUES TO ORI-MATERIAL
           START ARQ-ORC-ITENS KEY IS NOT LESS THAN ORI-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-ITENS TO TRUE
           END-START
           PERFORM LE-LINHA-ORCAMENTO UNTIL NAO-HA-MAIS-ITENS
           IF REPRECO-VALIDO
               IF WRK-QTD-LINHAS = 0
                   OR WRK-SOMA-LINHAS NOT = WRK-VALOR-ANTIGO
                   MOVE 'N' TO WRK-REPRECO-OK
                   MOVE 'LINHAS NAO FECHAM COM O TOTAL' TO WRK-MOTIVO
               END-IF
           END-IF
           IF REPRECO-VALIDO
               PERFORM GRAVA-ORCAMENTO-REPRECADO
           ELSE
               ADD 1 TO WRK-QTD-RECUSADA
               MOVE 0 TO WRK-NUMERO-CONTROLE-EXIBE
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.

       LE-LINHA-ORCAMENTO.
           READ ARQ-ORC-ITENS NEXT
               AT END
                   SET NAO-HA-MAIS-ITENS TO TRUE
               NOT AT END
                   IF ORI-NUMERO NOT = WRK-NUMERO-ANTIGO
                       SET NAO-HA-MAIS-ITENS TO TRUE
                   ELSE
                       PERFORM REPRECA-UMA-LINHA
                   END-IF
           END-READ.

       REPRECA-UMA-LINHA.
           ADD ORI-VALOR TO WRK-SOMA-LINHAS
           IF WRK-QTD-LINHAS >= 10
               MOVE 'N' TO WRK-REPRECO-OK
               MOVE 'MAIS DE 10 LINHAS NO ORCAMENTO' TO WRK-MOTIVO
           ELSE
               MOVE ORI-MATERIAL TO MTL-CODIGO
               READ ARQ-MATERIAIS
                   INVALID KEY
                       MOVE 'N' TO WRK-REPRECO-OK
                       STRING 'MATERIAL ' ORI-MATERIAL
                           ' FORA DO MATRATES' DELIMITED SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE ORI-MATERIAL TO LRP-MATERIAL(WRK-QTD-LINHAS)
                       MOVE ORI-QTD-FORMAS
                           TO LRP-QTD-FORMAS(WRK-QTD-LINHAS)
                       MOVE ORI-AREA TO LRP-AREA(WRK-QTD-LINHAS)
                       MOVE MTL-CUSTO-UNIDADE
                           TO LRP-CUSTO-UNIDADE(WRK-QTD-LINHAS)
                       COMPUTE LRP-VALOR(WRK-QTD-LINHAS) =
                           ORI-AREA * MTL-CUSTO-UNIDADE
                       ADD LRP-VALOR(WRK-QTD-LINHAS) TO WRK-VALOR-NOVO
               END-READ
           END-IF.

      * The new quote carries the job, client and shapes of the old
      * one with tonight's date and validity; the old one points at
      * it so it is not repriced again.
       GRAVA-ORCAMENTO-REPRECADO.
           ADD 1 TO WRK-NUMERO-CONTROLE
           MOVE WRK-NUMERO-CONTROLE TO ORC-NUMERO
           MOVE WRK-DATA-PROCESSO TO ORC-DATA-EMISSAO
           MOVE WRK-DATA-VALIDADE TO ORC-DATA-VALIDADE
           MOVE WRK-VALOR-NOVO TO ORC-VALOR
           SET ORCAMENTO-ABERTO TO TRUE
           MOVE WRK-DATA-PROCESSO TO ORC-DATA-SITUACAO
           MOVE LOG-PROGRAMA TO ORC-OPERADOR
           MOVE WRK-NUMERO-ANTIGO TO ORC-NUMERO-ORIGEM
           MOVE 0 TO ORC-NUMERO-REPRECO ORC-NUMERO-FATURA
               ORC-DATA-ENTREGA ORC-DATA-REQUISICAO
           WRITE ORCAMENTO-MESTRE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ORCAMENTO ' ORC-NUMERO
                       '. STATUS: ' WRK-STATUS-ORC-MESTRE
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-WRITE
           MOVE ORC-OBRA TO HOR-OBRA
           MOVE ORC-CLIENTE TO HOR-CLIENTE
           MOVE ORC-QTD-FORMAS TO HOR-QTD-FORMAS
           PERFORM GRAVA-LINHA-REPRECADA
               VARYING CONT-LINHA FROM 1 BY 1
               UNTIL CONT-LINHA > WRK-QTD-LINHAS
           MOVE WRK-NUMERO-ANTIGO TO ORC-NUMERO
           READ ARQ-ORC-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-NUMERO-CONTROLE TO ORC-NUMERO-REPRECO
                   REWRITE ORCAMENTO-MESTRE-REC
           END-READ
           MOVE WRK-DATA-PROCESSO TO HOR-DATA
           MOVE WRK-VALOR-NOVO TO HOR-CUSTO-TOTAL
           WRITE HIST-ORC-REC
           ADD 1 TO WRK-QTD-REPRECADA
           MOVE 'REPRECADO' TO WRK-MOTIVO
           MOVE WRK-NUMERO-CONTROLE TO WRK-NUMERO-CONTROLE-EXIBE
           PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-REPRECADA.
           MOVE WRK-NUMERO-CONTROLE TO ORI-NUMERO
           MOVE LRP-MATERIAL(CONT-LINHA) TO ORI-MATERIAL
           MOVE LRP-QTD-FORMAS(CONT-LINHA) TO ORI-QTD-FORMAS
           MOVE LRP-AREA(CONT-LINHA) TO ORI-AREA
           MOVE LRP-CUSTO-UNIDADE(CONT-LINHA) TO ORI-CUSTO-UNIDADE
           MOVE LRP-VALOR(CONT-LINHA) TO ORI-VALOR
           WRITE ITEM-ORCAMENTO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A LINHA ' ORI-MATERIAL
                       ' DO ORCAMENTO ' ORI-NUMERO
                       '. STATUS: ' WRK-STATUS-ORC-ITENS
           END-WRITE.

       GRAVA-LINHA-RELATORIO.
           IF REPRECO-VALIDO
               COMPUTE WRK-DIFERENCA = WRK-VALOR-NOVO
                   - WRK-VALOR-ANTIGO
           ELSE
               MOVE 0 TO WRK-VALOR-NOVO WRK-DIFERENCA
           END-IF
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING WRK-NUMERO-ANTIGO DELIMITED SIZE
               '   ' OBR-NUMERO DELIMITED SIZE
               ' ' WRK-VALOR-ANTIGO DELIMITED SIZE
               '   ' WRK-NUMERO-CONTROLE-EXIBE DELIMITED SIZE
               '  ' WRK-VALOR-NOVO DELIMITED SIZE
               ' ' WRK-DIFERENCA-EXIBE DELIMITED SIZE
               ' ' WRK-MOTIVO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ORCAMENTOS LIDOS: ' DELIMITED SIZE
               WRK-QTD-LIDA DELIMITED SIZE
               '  EXPIRADOS: ' WRK-QTD-EXPIRADA DELIMITED SIZE
               '  REPRECADOS: ' WRK-QTD-REPRECADA DELIMITED SIZE
               '  NAO REPRECADOS: ' WRK-QTD-RECUSADA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'OBRA ENCERRADA (SEM REPRECO): ' DELIMITED SIZE
               WRK-QTD-ENCERRADA DELIMITED SIZE
               '  ADIADOS PARA A PROXIMA NOITE: ' DELIMITED SIZE
               WRK-QTD-ADIADA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * A step the DLYREST restart controller marked as already
      * clean for this date logs itself skipped and ends RC 0,
      * so the rerun resumes at the failing step.
       GRAVA-LOG-PULADO.
           DISPLAY 'PASSO PULADO PELO CONTROLE DE REINICIO '
               '(DLYREST).'
           MOVE 'F' TO LOG-EVENTO
           IF WRK-MOTIVO-PASSO = 'CALENDARIO'
               MOVE 'PULADO-CAL' TO LOG-STATUS
           ELSE
               MOVE 'PULADO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

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
           ADD WRK-QTD-EXPIRADA WRK-QTD-REPRECADA
               GIVING WRK-QTD-GRAVADA
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-RECUSADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-RECUSADA > 0
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
       END PROGRAM ORCAVENC.
