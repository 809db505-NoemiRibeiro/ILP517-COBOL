      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATOGERA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly job invoicing, run as a
      *             DLYBATCH step after ORCAVENC: every ORCMSTR quote
      *             the client accepted in ORCAMANT and not yet
      *             invoiced gets the next FATOCTL invoice number, a
      *             FATOBRA receivable for the quoted value due
      *             WRK-DIAS-PRAZO days after issue, and a printed
      *             invoice on FATODOC listing the quote's lines;
      *             the quote keeps the invoice number, so a rerun
      *             never bills it twice. Payments are posted by
      *             FATOPAGT and the receivable is aged by RELFATO.
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

           SELECT ARQ-FATURAS ASSIGN TO "FATOBRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTO-NUMERO
               FILE STATUS IS WRK-STATUS-FATURAS.

           SELECT ARQ-OBRAS ASSIGN TO "OBRAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-NUMERO
               FILE STATUS IS WRK-STATUS-OBRAS.

           SELECT ARQ-CONTROLE-NUM ASSIGN TO "FATOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.

           SELECT ARQ-RELATORIO ASSIGN TO "FATODOC"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ORC-MESTRE.
           COPY ORCAREC.

       FD  ARQ-ORC-ITENS.
           COPY ORCIREC.

       FD  ARQ-FATURAS.
           COPY FATOREC.

       FD  ARQ-OBRAS.
           COPY OBRAREC.

       FD  ARQ-CONTROLE-NUM.
       01  CONTROLE-NUM-REC.
           03 CTN-ULTIMO-NUMERO    PIC 9(07).

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORC-MESTRE PIC X(02).
       77 WRK-STATUS-ORC-ITENS  PIC X(02).
       77 WRK-STATUS-FATURAS    PIC X(02).
       77 WRK-STATUS-OBRAS      PIC X(02).
       77 WRK-STATUS-CONTROLE   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-DATA-VENCIMENTO   PIC 9(08).
       77 WRK-DIAS-PRAZO        PIC 9(03) VALUE 30.
       77 WRK-NUMERO-CONTROLE   PIC 9(07) VALUE 0.
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-ADIADA        PIC 9(06) VALUE 0.
       77 WRK-VLR-TOTAL         PIC 9(09)V9(02) VALUE 0.
       77 WRK-LOCAL-OBRA        PIC X(30).
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-ORCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ORCAMENTOS VALUE 'S'.

       01 WRK-FIM-FATURAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FATURAS VALUE 'S'.

       01 WRK-FIM-ITENS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ITENS VALUE 'S'.

      * Quotes to invoice, gathered first so the master is not
      * rewritten while it is being read in order. Any beyond the
      * table are invoiced on the next night.
       01 FATURAMENTOS-PENDENTES.
           03 WRK-QTD-PENDENTES    PIC 9(03) VALUE 0.
           03 PND-NUMERO           PIC 9(07) OCCURS 200 TIMES.
       01 CONT-PENDENTE        PIC 9(03) VALUE 1.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'FATOGERA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'FATODOC'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'FATOGERA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'FATOGERA - FATURAMENTO DOS ORCAMENTOS ACEITOS'
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
           COMPUTE WRK-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSO)
               + WRK-DIAS-PRAZO)
           PERFORM ABRE-ARQUIVOS
           PERFORM LE-NUMERO-CONTROLE
           MOVE 'N' TO WRK-FIM-ORCAMENTOS
           MOVE 0 TO ORC-NUMERO
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
           END-START
           PERFORM LE-ORCAMENTO UNTIL NAO-HA-MAIS-ORCAMENTOS
           PERFORM FATURA-ORCAMENTO
               VARYING CONT-PENDENTE FROM 1 BY 1
               UNTIL CONT-PENDENTE > WRK-QTD-PENDENTES
           PERFORM GRAVA-NUMERO-CONTROLE
           CLOSE ARQ-ORC-MESTRE
           CLOSE ARQ-ORC-ITENS
           CLOSE ARQ-FATURAS
           CLOSE ARQ-OBRAS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'ORCAMENTOS LIDOS...: ' WRK-QTD-LIDA
           DISPLAY 'FATURAS EMITIDAS...: ' WRK-QTD-GRAVADA
           DISPLAY 'VALOR FATURADO.....: ' WRK-VLR-TOTAL
           IF WRK-QTD-ADIADA > 0
               DISPLAY 'ADIADOS PARA A PROXIMA NOITE: ' WRK-QTD-ADIADA
           END-IF
           DISPLAY 'Faturas impressas em FATODOC.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No ORCMSTR yet means no quote was ever numbered: nothing to
      * invoice. FATOBRA is created on the first invoice.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ORC-MESTRE
           IF WRK-STATUS-ORC-MESTRE = '35'
               DISPLAY 'NENHUM ORCAMENTO NUMERADO (ORCMSTR). NADA A '
                   'FATURAR.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-ORC-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ORCAMENTOS '
                   '(ORCMSTR). STATUS: ' WRK-STATUS-ORC-MESTRE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ORC-ITENS
           IF WRK-STATUS-ORC-ITENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS LINHAS DOS ORCAMENTOS '
                   '(ORCITEM). STATUS: ' WRK-STATUS-ORC-ITENS
               CLOSE ARQ-ORC-MESTRE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-FATURAS
           IF WRK-STATUS-FATURAS = '35'
               OPEN OUTPUT ARQ-FATURAS
               CLOSE ARQ-FATURAS
               OPEN I-O ARQ-FATURAS
           END-IF
           IF WRK-STATUS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS FATURAS DE OBRA (FATOBRA). '
                   'STATUS: ' WRK-STATUS-FATURAS
               CLOSE ARQ-ORC-MESTRE
               CLOSE ARQ-ORC-ITENS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OBRAS
           OPEN OUTPUT ARQ-RELATORIO.

      * The invoice number moves up to the highest FATOBRA number
      * when the control record is behind the file.
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
           MOVE 'N' TO WRK-FIM-FATURAS
           COMPUTE FTO-NUMERO = WRK-NUMERO-CONTROLE + 1
           START ARQ-FATURAS KEY IS NOT LESS THAN FTO-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-FATURAS TO TRUE
           END-START
           PERFORM AJUSTA-NUMERO-CONTROLE
               UNTIL NAO-HA-MAIS-FATURAS.

       AJUSTA-NUMERO-CONTROLE.
           READ ARQ-FATURAS NEXT
               AT END
                   SET NAO-HA-MAIS-FATURAS TO TRUE
               NOT AT END
                   MOVE FTO-NUMERO TO WRK-NUMERO-CONTROLE
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
                   IF ORCAMENTO-ACEITO AND ORC-NUMERO-FATURA = 0
                       IF WRK-QTD-PENDENTES < 200
                           ADD 1 TO WRK-QTD-PENDENTES
                           MOVE ORC-NUMERO
                               TO PND-NUMERO(WRK-QTD-PENDENTES)
                       ELSE
                           ADD 1 TO WRK-QTD-ADIADA
                       END-IF
                   END-IF
           END-READ.

      * The quote keeps the invoice number, so a rerun of the step
      * for the same night does not bill it a second time.
       FATURA-ORCAMENTO.
           MOVE PND-NUMERO(CONT-PENDENTE) TO ORC-NUMERO
           READ ARQ-ORC-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-NUMERO-CONTROLE
                   MOVE WRK-NUMERO-CONTROLE TO FTO-NUMERO
                   MOVE ORC-NUMERO TO FTO-ORCAMENTO
                   MOVE ORC-OBRA TO FTO-OBRA
                   MOVE ORC-CLIENTE TO FTO-CLIENTE
                   MOVE WRK-DATA-PROCESSO TO FTO-DATA-EMISSAO
                   MOVE WRK-DATA-VENCIMENTO TO FTO-DATA-VENCIMENTO
                   MOVE ORC-VALOR TO FTO-VALOR
                   MOVE 0 TO FTO-VLR-PAGO FTO-DATA-ULT-PAGTO
                   SET FATURA-ABERTA TO TRUE
                   WRITE FATURA-OBRA-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A FATURA '
                               FTO-NUMERO '. STATUS: '
                               WRK-STATUS-FATURAS
                           PERFORM GRAVA-LOG-ERRO
                           STOP RUN
                   END-WRITE
                   MOVE FTO-NUMERO TO ORC-NUMERO-FATURA
                   REWRITE ORCAMENTO-MESTRE-REC
                   PERFORM IMPRIME-FATURA
                   ADD 1 TO WRK-QTD-GRAVADA
                   ADD FTO-VALOR TO WRK-VLR-TOTAL
           END-READ.

       IMPRIME-FATURA.
           MOVE SPACES TO WRK-LOCAL-OBRA
           MOVE ORC-OBRA TO OBR-NUMERO
           READ ARQ-OBRAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OBR-LOCAL TO WRK-LOCAL-OBRA
           END-READ
           MOVE ALL '=' TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'FATURA NO ' FTO-NUMERO DELIMITED SIZE
               '   EMISSAO ' FTO-DATA-EMISSAO DELIMITED SIZE
               '   VENCIMENTO ' FTO-DATA-VENCIMENTO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'CLIENTE: ' FTO-CLIENTE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'OBRA...: ' FTO-OBRA DELIMITED SIZE
               '  ' WRK-LOCAL-OBRA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'REFERENTE AO ORCAMENTO NO ' DELIMITED SIZE
               FTO-ORCAMENTO DELIMITED SIZE
               ' DE ' ORC-DATA-EMISSAO DELIMITED SIZE
               ', ACEITO EM ' ORC-DATA-SITUACAO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING '  MATERIAL FORMAS        AREA  CUSTO UNID.'
               DELIMITED SIZE
               '        VALOR' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE 'N' TO WRK-FIM-ITENS
           MOVE ORC-NUMERO TO ORI-NUMERO
           MOVE LOW-VALUES TO ORI-MATERIAL
           START ARQ-ORC-ITENS KEY IS NOT LESS THAN ORI-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-ITENS TO TRUE
           END-START
           PERFORM IMPRIME-LINHA-FATURA UNTIL NAO-HA-MAIS-ITENS
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'VALOR TOTAL A PAGAR: ' FTO-VALOR DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       IMPRIME-LINHA-FATURA.
           READ ARQ-ORC-ITENS NEXT
               AT END
                   SET NAO-HA-MAIS-ITENS TO TRUE
               NOT AT END
                   IF ORI-NUMERO NOT = ORC-NUMERO
                       SET NAO-HA-MAIS-ITENS TO TRUE
                   ELSE
                       MOVE SPACES TO RELATORIO-REC
                       STRING '  ' ORI-MATERIAL DELIMITED SIZE
                           '    ' ORI-QTD-FORMAS DELIMITED SIZE
                           ' ' ORI-AREA DELIMITED SIZE
                           '   ' ORI-CUSTO-UNIDADE DELIMITED SIZE
                           ' ' ORI-VALOR DELIMITED SIZE
                           INTO RELATORIO-REC
                       END-STRING
                       WRITE RELATORIO-REC
                   END-IF
           END-READ.

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
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE 'CONCLUIDO' TO LOG-STATUS
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
       END PROGRAM FATOGERA.
