      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance of the ORCMSTR quote
      *             master, behind a level-3 sign-on like OBRAMANT:
      *             lists and shows the numbered quotes GEOMOTOR
      *             prints (with their ORCITEM lines and the OBRAMSTR
      *             job), and records the client's answer - ACEITO,
      *             only for an open quote within its validity on an
      *             active job, or RECUSADO - or withdraws an open
      *             quote as EXPIRADO so ORCAVENC reprices it. Until
      *             now a quote had no number or validity and nothing
      *             followed the client's acceptance.
      * 15/10/2026  Acceptance now also records the date the job is
      *             due, agreed with the client, which REQMGERA uses
      *             to requisition the materials of the jobs due in
      *             a period; the quote shows it, and the date the
      *             materials were requisitioned.
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

           SELECT ARQ-OBRAS ASSIGN TO "OBRAMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-NUMERO
               FILE STATUS IS WRK-STATUS-OBRAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ORC-MESTRE.
           COPY ORCAREC.

       FD  ARQ-ORC-ITENS.
           COPY ORCIREC.

       FD  ARQ-OBRAS.
           COPY OBRAREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORC-MESTRE PIC X(02).
       77 WRK-STATUS-ORC-ITENS  PIC X(02).
       77 WRK-STATUS-OBRAS      PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON   PIC X(08) VALUE 'ORCAMANT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-OPCAO             PIC X(01).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-NUMERO            PIC 9(07).
       77 WRK-OBRA              PIC X(08).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DESCR-SITUACAO    PIC X(08).
       77 WRK-QTD-LISTADOS      PIC 9(05).
       77 WRK-DATA-ENTREGA      PIC 9(08).

       01 WRK-OBRAS-ABERTO     PIC X(01) VALUE 'N'.
           88 OBRAS-DISPONIVEL VALUE 'S'.

       01 WRK-ORCAMENTO-LIDO   PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ENCONTRADO VALUE 'S'.

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ORCAMANT - MANUTENCAO DOS ORCAMENTOS DE OBRAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-ORC-MESTRE
           CLOSE ARQ-ORC-ITENS
           IF OBRAS-DISPONIVEL
               CLOSE ARQ-OBRAS
           END-IF
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

      * The quotes only exist once GEOMOTOR has printed one; without
      * OBRAMSTR the quotes can be looked at but not accepted.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ORC-MESTRE
           IF WRK-STATUS-ORC-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ORCAMENTOS '
                   '(ORCMSTR). STATUS: ' WRK-STATUS-ORC-MESTRE
               DISPLAY 'OS ORCAMENTOS SAO NUMERADOS PELO GEOMOTOR.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ORC-ITENS
           IF WRK-STATUS-ORC-ITENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS LINHAS DOS ORCAMENTOS '
                   '(ORCITEM). STATUS: ' WRK-STATUS-ORC-ITENS
               CLOSE ARQ-ORC-MESTRE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OBRAS
           IF WRK-STATUS-OBRAS = '00'
               SET OBRAS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'OBRAMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-OBRAS '). ACEITES NAO SERAO REGISTRADOS.'
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR ORCAMENTOS DE UMA OBRA'
           DISPLAY '  C - CONSULTAR ORCAMENTO'
           DISPLAY '  A - REGISTRAR ACEITE DO CLIENTE'
           DISPLAY '  R - REGISTRAR RECUSA DO CLIENTE'
           DISPLAY '  E - RETIRAR ORCAMENTO (EXPIRADO, PARA REPRECO)'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-ORCAMENTOS
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-ORCAMENTO
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ACEITA-ORCAMENTO
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM RECUSA-ORCAMENTO
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXPIRA-ORCAMENTO
               WHEN '0'
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   ADD 1 TO CONT-TENTATIVAS-OPC
                   IF CONT-TENTATIVAS-OPC >= MAX-TENTATIVAS-OPC
                       DISPLAY 'NUMERO MAXIMO DE TENTATIVAS EXCEDIDO.'
                       DISPLAY 'PROGRAMA ABORTADO.'
                       SET FIM-MANUTENCAO TO TRUE
                   ELSE
                       DISPLAY 'OPCAO INVALIDA.'
                   END-IF
           END-EVALUATE.

      * ORCMSTR is keyed by quote number, so a job's quotes are found
      * by reading the whole master; a blank job lists every quote
      * still open.
       LISTA-ORCAMENTOS.
           DISPLAY 'DIGITE O NUMERO DA OBRA (EM BRANCO = TODOS OS '
               'ORCAMENTOS EM ABERTO)'
           MOVE SPACES TO WRK-OBRA
           ACCEPT WRK-OBRA
           MOVE FUNCTION UPPER-CASE(WRK-OBRA) TO WRK-OBRA
           MOVE 0 TO WRK-QTD-LISTADOS
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE 0 TO ORC-NUMERO
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'NUMERO  OBRA     EMISSAO  VALIDADE VALOR'
               '          SITUACAO'
           PERFORM LISTA-UM-ORCAMENTO UNTIL FIM-LISTA
           DISPLAY 'ORCAMENTOS LISTADOS: ' WRK-QTD-LISTADOS.

       LISTA-UM-ORCAMENTO.
           READ ARQ-ORC-MESTRE NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF (WRK-OBRA = SPACES AND ORCAMENTO-ABERTO)
                       OR (WRK-OBRA NOT = SPACES
                           AND ORC-OBRA = WRK-OBRA)
                       PERFORM DESCREVE-SITUACAO
                       DISPLAY ORC-NUMERO ' ' ORC-OBRA ' '
                           ORC-DATA-EMISSAO ' ' ORC-DATA-VALIDADE ' '
                           ORC-VALOR ' ' WRK-DESCR-SITUACAO
                       ADD 1 TO WRK-QTD-LISTADOS
                   END-IF
           END-READ.

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN ORCAMENTO-ABERTO
                   MOVE 'ABERTO' TO WRK-DESCR-SITUACAO
               WHEN ORCAMENTO-ACEITO
                   MOVE 'ACEITO' TO WRK-DESCR-SITUACAO
               WHEN ORCAMENTO-RECUSADO
                   MOVE 'RECUSADO' TO WRK-DESCR-SITUACAO
               WHEN ORCAMENTO-EXPIRADO
                   MOVE 'EXPIRADO' TO WRK-DESCR-SITUACAO
               WHEN OTHER
                   MOVE ORC-SITUACAO TO WRK-DESCR-SITUACAO
           END-EVALUATE.

       SOLICITA-ORCAMENTO.
           MOVE 'N' TO WRK-ORCAMENTO-LIDO
           DISPLAY 'DIGITE O NUMERO DO ORCAMENTO (EX: 0000123)'
           ACCEPT WRK-NUMERO
           MOVE WRK-NUMERO TO ORC-NUMERO
           READ ARQ-ORC-MESTRE
               INVALID KEY
                   DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WRK-NUMERO
               NOT INVALID KEY
                   SET ORCAMENTO-ENCONTRADO TO TRUE
                   PERFORM EXIBE-ORCAMENTO
           END-READ.

       EXIBE-ORCAMENTO.
           PERFORM DESCREVE-SITUACAO
           DISPLAY 'ORCAMENTO: ' ORC-NUMERO '  SITUACAO: '
               WRK-DESCR-SITUACAO ' EM ' ORC-DATA-SITUACAO
               ' POR ' ORC-OPERADOR
           DISPLAY 'OBRA.....: ' ORC-OBRA '  CLIENTE: ' ORC-CLIENTE
           IF OBRAS-DISPONIVEL
               MOVE ORC-OBRA TO OBR-NUMERO
               READ ARQ-OBRAS
                   INVALID KEY
                       DISPLAY 'OBRA NAO CADASTRADA NO OBRAMSTR.'
                   NOT INVALID KEY
                       IF OBRA-ENCERRADA
                           DISPLAY 'LOCAL....: ' OBR-LOCAL
                               ' (OBRA ENCERRADA)'
                       ELSE
                           DISPLAY 'LOCAL....: ' OBR-LOCAL
                       END-IF
               END-READ
           END-IF
           DISPLAY 'EMISSAO..: ' ORC-DATA-EMISSAO '  VALIDADE: '
               ORC-DATA-VALIDADE
           DISPLAY 'FORMAS...: ' ORC-QTD-FORMAS '  VALOR: ' ORC-VALOR
           IF ORC-NUMERO-ORIGEM NOT = 0
               DISPLAY 'REPRECO DO ORCAMENTO ' ORC-NUMERO-ORIGEM
           END-IF
           IF ORC-NUMERO-REPRECO NOT = 0
               DISPLAY 'REPRECADO NO ORCAMENTO ' ORC-NUMERO-REPRECO
           END-IF
           IF ORC-NUMERO-FATURA NOT = 0
               DISPLAY 'FATURADO NA FATURA ' ORC-NUMERO-FATURA
           END-IF
           IF ORC-DATA-ENTREGA NOT = 0
               DISPLAY 'ENTREGA PREVISTA EM ' ORC-DATA-ENTREGA
           END-IF
           IF ORC-DATA-REQUISICAO NOT = 0
               DISPLAY 'MATERIAIS REQUISITADOS EM '
                   ORC-DATA-REQUISICAO
           END-IF.

       CONSULTA-ORCAMENTO.
           PERFORM SOLICITA-ORCAMENTO
           IF ORCAMENTO-ENCONTRADO
               PERFORM EXIBE-LINHAS
           END-IF.

       EXIBE-LINHAS.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE ORC-NUMERO TO ORI-NUMERO
           MOVE LOW-VALUES TO ORI-MATERIAL
           START ARQ-ORC-ITENS KEY IS NOT LESS THAN ORI-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'MATERIAL FORMAS AREA        CUSTO/UN VALOR'
           PERFORM EXIBE-UMA-LINHA UNTIL FIM-LISTA.

       EXIBE-UMA-LINHA.
           READ ARQ-ORC-ITENS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF ORI-NUMERO = ORC-NUMERO
                       DISPLAY ORI-MATERIAL '    ' ORI-QTD-FORMAS ' '
                           ORI-AREA ' ' ORI-CUSTO-UNIDADE ' '
                           ORI-VALOR
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

      * Acceptance is what FATOGERA invoices, so it is only taken
      * for an open quote still within its validity, on a job that
      * is on OBRAMSTR and not closed. An expired quote is accepted
      * on the repriced quote ORCAVENC issues in its place.
       ACEITA-ORCAMENTO.
           PERFORM SOLICITA-ORCAMENTO
           IF ORCAMENTO-ENCONTRADO
               EVALUATE TRUE
                   WHEN NOT ORCAMENTO-ABERTO
                       DISPLAY 'SO UM ORCAMENTO EM ABERTO PODE SER '
                           'ACEITO.'
                   WHEN ORC-DATA-VALIDADE < WRK-DATA-HOJE
                       DISPLAY 'ORCAMENTO VENCIDO EM '
                           ORC-DATA-VALIDADE '. O ORCAVENC O '
                           'REPRECA NA PROXIMA NOITE.'
                   WHEN NOT OBRAS-DISPONIVEL
                       DISPLAY 'OBRAMSTR INDISPONIVEL. ACEITE NAO '
                           'REGISTRADO.'
                   WHEN OTHER
                       PERFORM CONFERE-OBRA-ACEITE
               END-EVALUATE
           END-IF.

       CONFERE-OBRA-ACEITE.
           MOVE ORC-OBRA TO OBR-NUMERO
           READ ARQ-OBRAS
               INVALID KEY
                   DISPLAY 'OBRA ' ORC-OBRA ' NAO CADASTRADA. ACEITE '
                       'NAO REGISTRADO.'
               NOT INVALID KEY
                   IF OBRA-ENCERRADA
                       DISPLAY 'OBRA ' ORC-OBRA ' ENCERRADA. ACEITE '
                           'NAO REGISTRADO.'
                   ELSE
                       PERFORM SOLICITA-ENTREGA
                   END-IF
           END-READ.

      * The due date drives the materials requisition, so it cannot
      * fall before the acceptance itself.
       SOLICITA-ENTREGA.
           DISPLAY 'DATA PREVISTA DE ENTREGA DA OBRA (AAAAMMDD)'
           ACCEPT WRK-DATA-ENTREGA
           IF WRK-DATA-ENTREGA < WRK-DATA-HOJE
               DISPLAY 'DATA DE ENTREGA ANTERIOR A HOJE. ACEITE NAO '
                   'REGISTRADO.'
           ELSE
               DISPLAY 'CONFIRMA O ACEITE DO ORCAMENTO '
                   ORC-NUMERO ' NO VALOR DE ' ORC-VALOR
                   '? (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   SET ORCAMENTO-ACEITO TO TRUE
                   MOVE WRK-DATA-ENTREGA TO ORC-DATA-ENTREGA
                   PERFORM GRAVA-SITUACAO
                   DISPLAY 'ACEITE REGISTRADO. A FATURA SERA '
                       'EMITIDA PELO FATOGERA.'
               ELSE
                   DISPLAY 'ACEITE CANCELADO.'
               END-IF
           END-IF.

       RECUSA-ORCAMENTO.
           PERFORM SOLICITA-ORCAMENTO
           IF ORCAMENTO-ENCONTRADO
               IF NOT ORCAMENTO-ABERTO
                   DISPLAY 'SO UM ORCAMENTO EM ABERTO PODE SER '
                       'RECUSADO.'
               ELSE
                   DISPLAY 'CONFIRMA A RECUSA DO ORCAMENTO '
                       ORC-NUMERO '? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       SET ORCAMENTO-RECUSADO TO TRUE
                       PERFORM GRAVA-SITUACAO
                       DISPLAY 'RECUSA REGISTRADA.'
                   ELSE
                       DISPLAY 'RECUSA CANCELADA.'
                   END-IF
               END-IF
           END-IF.

      * Withdrawing an open quote before its validity (new rates on
      * MATRATES, say) expires it now; ORCAVENC reprices it that
      * night like any other expired quote.
       EXPIRA-ORCAMENTO.
           PERFORM SOLICITA-ORCAMENTO
           IF ORCAMENTO-ENCONTRADO
               IF NOT ORCAMENTO-ABERTO
                   DISPLAY 'SO UM ORCAMENTO EM ABERTO PODE SER '
                       'RETIRADO.'
               ELSE
                   DISPLAY 'CONFIRMA A RETIRADA DO ORCAMENTO '
                       ORC-NUMERO ' PARA REPRECO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       SET ORCAMENTO-EXPIRADO TO TRUE
                       PERFORM GRAVA-SITUACAO
                       DISPLAY 'ORCAMENTO EXPIRADO. O ORCAVENC O '
                           'REPRECA NA PROXIMA NOITE.'
                   ELSE
                       DISPLAY 'RETIRADA CANCELADA.'
                   END-IF
               END-IF
           END-IF.

       GRAVA-SITUACAO.
           MOVE WRK-DATA-HOJE TO ORC-DATA-SITUACAO
           MOVE WRK-OPERADOR TO ORC-OPERADOR
           REWRITE ORCAMENTO-MESTRE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ORCAMENTO ' ORC-NUMERO
                       '. STATUS: ' WRK-STATUS-ORC-MESTRE
           END-REWRITE.
       END PROGRAM ORCAMANT.
