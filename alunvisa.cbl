      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNVISA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Read-only overview of one student
      *             for the counter, which until now meant opening
      *             ALUNMANT, RELHISTO, RELSALDO, DISPMANT and a
      *             roster listing in turn. Reached by student ID
      *             or, keying ?, through the ALUNBUSC name search,
      *             it shows the ALUNOS master, the current term's
      *             INSCRICAO pairs with the grade or component
      *             grades posted so far, the latest STANDMSTR
      *             standing, the open COBRANCA balance, open
      *             DISPUTA records, pending NOTIFREP notices with
      *             their delivery status and pending HISTPED
      *             transcript requests. Level-1 sign-on; nothing
      *             is ever written.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-COMPONENTES ASSIGN TO "NOTACOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-STATUS-COMPONENTES.

           SELECT ARQ-STANDING ASSIGN TO "STANDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-STATUS-STANDING.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-DISPUTAS ASSIGN TO "DISPUTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-STATUS-DISPUTAS.

           SELECT ARQ-NOTIFICA ASSIGN TO "NOTIFREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFICA.

           SELECT ARQ-PEDIDOS ASSIGN TO "HISTPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIDOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-COMPONENTES.
           COPY NOTACOMP.

       FD  ARQ-STANDING.
           COPY STANDREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-DISPUTAS.
           COPY DISPREC.

       FD  ARQ-NOTIFICA.
           COPY NOTIFREC.

       FD  ARQ-PEDIDOS.
           COPY HISTPED.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-TERMCAL     PIC X(02).
       77 WRK-STATUS-INSCRICAO   PIC X(02).
       77 WRK-STATUS-MATRICULAS  PIC X(02).
       77 WRK-STATUS-COMPONENTES PIC X(02).
       77 WRK-STATUS-STANDING    PIC X(02).
       77 WRK-STATUS-COBRANCA    PIC X(02).
       77 WRK-STATUS-DISPUTAS    PIC X(02).
       77 WRK-STATUS-NOTIFICA    PIC X(02).
       77 WRK-STATUS-PEDIDOS     PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'ALUNVISA'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 1.
       77 WRK-OPCAO             PIC X(01).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-ATUAL       PIC 9(05) VALUE 0.
       77 WRK-MEDIA-ALUNO       PIC 9(02)V99.
       77 WRK-CLASSIFICACAO     PIC X(12).
       77 WRK-SALDO             PIC S9(07)V99.
       77 WRK-SALDO-TOTAL       PIC S9(07)V99.
       77 WRK-SALDO-EXIBE       PIC -Z(6)9.99.
       77 WRK-SITUACAO-DISPUTA  PIC X(10).
       77 WRK-SITUACAO-ENTREGA  PIC X(12).
       77 WRK-QTD-ITENS         PIC 9(03).
       77 WRK-QTD-COMPONENTES   PIC 9(02).

       01 WRK-CALENDARIO-DISPONIVEL PIC X VALUE 'N'.
           88 CALENDARIO-DISPONIVEL VALUE 'S'.

       01 WRK-INSCRICAO-DISPONIVEL PIC X VALUE 'N'.
           88 INSCRICAO-DISPONIVEL VALUE 'S'.

       01 WRK-MATRICULAS-DISPONIVEL PIC X VALUE 'N'.
           88 MATRICULAS-DISPONIVEL VALUE 'S'.

       01 WRK-COMPONENTES-DISPONIVEL PIC X VALUE 'N'.
           88 COMPONENTES-DISPONIVEL VALUE 'S'.

       01 WRK-STANDING-DISPONIVEL PIC X VALUE 'N'.
           88 STANDING-DISPONIVEL VALUE 'S'.

       01 WRK-COBRANCA-DISPONIVEL PIC X VALUE 'N'.
           88 COBRANCA-DISPONIVEL VALUE 'S'.

       01 WRK-DISPUTAS-DISPONIVEL PIC X VALUE 'N'.
           88 DISPUTAS-DISPONIVEL VALUE 'S'.

       01 WRK-FIM-TERMOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-TERMOS VALUE 'S'.

       01 WRK-TERMO-ENCONTRADO PIC X VALUE 'N'.
           88 TERMO-ENCONTRADO VALUE 'S'.

       01 WRK-FIM-INSCRICOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INSCRICOES VALUE 'S'.

       01 WRK-FIM-COMPONENTES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COMPONENTES VALUE 'S'.

       01 WRK-FIM-STANDING PIC X VALUE 'N'.
           88 NAO-HA-MAIS-STANDING VALUE 'S'.

       01 WRK-ACHOU-STANDING PIC X VALUE 'N'.
           88 ACHOU-STANDING VALUE 'S'.

       01 WRK-FIM-COBRANCAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COBRANCAS VALUE 'S'.

       01 WRK-FIM-DISPUTAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DISPUTAS VALUE 'S'.

       01 WRK-FIM-NOTIFICACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-NOTIFICACOES VALUE 'S'.

       01 WRK-FIM-PEDIDOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PEDIDOS VALUE 'S'.

       01 WRK-FIM-CONSULTA PIC X VALUE 'N'.
           88 FIM-CONSULTA VALUE 'S'.

       01 WRK-ULTIMO-STANDING.
           03 ULT-TERMO             PIC 9(05).
           03 ULT-MEDIA             PIC 9(02)V99.
           03 ULT-CREDITOS          PIC 9(04).
           03 ULT-CLASSIFICACAO     PIC X(01).

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ALUNVISA - VISAO GERAL DO ALUNO'
           DISPLAY '---------------------------------------------------'
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS-CONSULTA
           PERFORM BUSCA-TERMO-ATUAL
           PERFORM EXIBE-MENU UNTIL FIM-CONSULTA
           PERFORM FECHA-ARQUIVOS-CONSULTA
           CLOSE ARQ-ALUNOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

      * Every file but ALUNOS is optional: a site that never ran the
      * step that creates one of them just sees that part of the
      * overview reported as unavailable.
       ABRE-ARQUIVOS-CONSULTA.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL = '00'
               SET CALENDARIO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO = '00'
               SET INSCRICAO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS = '00'
               SET MATRICULAS-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-COMPONENTES
           IF WRK-STATUS-COMPONENTES = '00'
               SET COMPONENTES-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-STANDING
           IF WRK-STATUS-STANDING = '00'
               SET STANDING-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA = '00'
               SET COBRANCA-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-DISPUTAS
           IF WRK-STATUS-DISPUTAS = '00'
               SET DISPUTAS-DISPONIVEL TO TRUE
           END-IF.

       FECHA-ARQUIVOS-CONSULTA.
           IF CALENDARIO-DISPONIVEL
               CLOSE ARQ-CALENDARIO
           END-IF
           IF INSCRICAO-DISPONIVEL
               CLOSE ARQ-INSCRICAO
           END-IF
           IF MATRICULAS-DISPONIVEL
               CLOSE ARQ-MATRICULAS
           END-IF
           IF COMPONENTES-DISPONIVEL
               CLOSE ARQ-COMPONENTES
           END-IF
           IF STANDING-DISPONIVEL
               CLOSE ARQ-STANDING
           END-IF
           IF COBRANCA-DISPONIVEL
               CLOSE ARQ-COBRANCA
           END-IF
           IF DISPUTAS-DISPONIVEL
               CLOSE ARQ-DISPUTAS
           END-IF.

      * The current term is the open TERMCAL term covering today;
      * between terms the operator names the term to show.
       BUSCA-TERMO-ATUAL.
           IF CALENDARIO-DISPONIVEL
               MOVE LOW-VALUES TO CAL-TERMO
               START ARQ-CALENDARIO KEY IS NOT LESS THAN CAL-TERMO
                   INVALID KEY
                       SET NAO-HA-MAIS-TERMOS TO TRUE
               END-START
               PERFORM LE-TERMO-CALENDARIO UNTIL TERMO-ENCONTRADO
                   OR NAO-HA-MAIS-TERMOS
           END-IF
           IF NOT TERMO-ENCONTRADO
               DISPLAY 'NENHUM TERMO ABERTO COBRE A DATA '
                   WRK-DATA-HOJE '.'
               DISPLAY 'INFORME O TERMO A EXIBIR (AAAAS)'
               ACCEPT WRK-TERMO-ATUAL
           END-IF
           DISPLAY 'TERMO CORRENTE: ' WRK-TERMO-ATUAL.

       LE-TERMO-CALENDARIO.
           READ ARQ-CALENDARIO NEXT
               AT END
                   SET NAO-HA-MAIS-TERMOS TO TRUE
               NOT AT END
                   IF TERMO-ABERTO
                       AND WRK-DATA-HOJE >= CAL-DATA-INICIO
                       AND WRK-DATA-HOJE <= CAL-DATA-FIM
                       MOVE CAL-TERMO TO WRK-TERMO-ATUAL
                       SET TERMO-ENCONTRADO TO TRUE
                   END-IF
           END-READ.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  C - CONSULTAR ALUNO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-ALUNO
               WHEN '0'
                   SET FIM-CONSULTA TO TRUE
               WHEN OTHER
                   ADD 1 TO CONT-TENTATIVAS-OPC
                   IF CONT-TENTATIVAS-OPC >= MAX-TENTATIVAS-OPC
                       DISPLAY 'NUMERO MAXIMO DE TENTATIVAS EXCEDIDO.'
                       DISPLAY 'PROGRAMA ABORTADO.'
                       SET FIM-CONSULTA TO TRUE
                   ELSE
                       DISPLAY 'OPCAO INVALIDA.'
                   END-IF
           END-EVALUATE.

       SOLICITA-STUDENT-ID.
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO '
               '(? PARA PESQUISAR POR NOME)'
           ACCEPT WRK-STUDENT-ID
           PERFORM PESQUISA-POR-NOME
               UNTIL WRK-STUDENT-ID(1:1) NOT = '?'.

       PESQUISA-POR-NOME.
           CALL 'ALUNBUSC'
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO '
               '(? PARA PESQUISAR POR NOME)'
           ACCEPT WRK-STUDENT-ID.

       CONSULTA-ALUNO.
           PERFORM SOLICITA-STUDENT-ID
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   PERFORM EXIBE-ALUNO
                   PERFORM EXIBE-INSCRICOES
                   PERFORM EXIBE-STANDING
                   PERFORM EXIBE-SALDO
                   PERFORM EXIBE-DISPUTAS
                   PERFORM EXIBE-NOTIFICACOES
                   PERFORM EXIBE-PEDIDOS
                   DISPLAY '-------------------------------------------'
           END-READ.

       EXIBE-ALUNO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'MATRICULA.: ' MST-STUDENT-ID
           DISPLAY 'NOME......: ' MST-NOME
           DISPLAY 'ENDERECO..: ' MST-ENDERECO
           DISPLAY 'E-MAIL....: ' MST-EMAIL
           EVALUATE TRUE
               WHEN ALUNO-INATIVO
                   DISPLAY 'SITUACAO..: INATIVO'
               WHEN ALUNO-FORMADO
                   DISPLAY 'SITUACAO..: FORMADO'
               WHEN OTHER
                   DISPLAY 'SITUACAO..: ATIVO'
           END-EVALUATE
           IF MST-PROGRAMA = SPACES
               DISPLAY 'PROGRAMA..: NAO DECLARADO'
           ELSE
               DISPLAY 'PROGRAMA..: ' MST-PROGRAMA
                   '  VERSAO: ' MST-VERSAO-CURRICULO
           END-IF
           DISPLAY 'QTD NOTAS.: ' MST-QTD-NOTAS
           IF MST-QTD-NOTAS > 0
               COMPUTE WRK-MEDIA-ALUNO =
                   MST-SOMA-NOTAS / MST-QTD-NOTAS
               DISPLAY 'MEDIA.....: ' WRK-MEDIA-ALUNO
           END-IF.

      * Each INSCRICAO pair of the current term shows the final
      * grade once MATRIMSTR has it, otherwise whatever NOTACOMP
      * component grades the instructor has posted so far.
       EXIBE-INSCRICOES.
           DISPLAY 'INSCRICOES DO TERMO ' WRK-TERMO-ATUAL ':'
           MOVE 0 TO WRK-QTD-ITENS
           IF NOT INSCRICAO-DISPONIVEL
               DISPLAY '  ARQUIVO DE INSCRICOES (INSCRICAO) '
                   'INDISPONIVEL.'
           ELSE
               MOVE 'N' TO WRK-FIM-INSCRICOES
               MOVE MST-STUDENT-ID TO INS-STUDENT-ID
               MOVE LOW-VALUES TO INS-CODIGO
               MOVE 0 TO INS-TERMO
               START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-INSCRICOES TO TRUE
               END-START
               PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-INSCRICOES
               IF WRK-QTD-ITENS = 0
                   DISPLAY '  NENHUMA INSCRICAO NO TERMO.'
               END-IF
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET NAO-HA-MAIS-INSCRICOES TO TRUE
               NOT AT END
                   IF INS-STUDENT-ID NOT = MST-STUDENT-ID
                       SET NAO-HA-MAIS-INSCRICOES TO TRUE
                   ELSE
                       IF INS-TERMO = WRK-TERMO-ATUAL
                           PERFORM EXIBE-UMA-INSCRICAO
                       END-IF
                   END-IF
           END-READ.

       EXIBE-UMA-INSCRICAO.
           ADD 1 TO WRK-QTD-ITENS
           IF INSCRICAO-TRANCADA
               DISPLAY '  ' INS-CODIGO ' ' INS-MATERIA ' TRANCADA'
           ELSE
               DISPLAY '  ' INS-CODIGO ' ' INS-MATERIA
               PERFORM EXIBE-NOTA-INSCRICAO
           END-IF.

       EXIBE-NOTA-INSCRICAO.
           IF MATRICULAS-DISPONIVEL
               MOVE INS-STUDENT-ID TO MAT-STUDENT-ID
               MOVE INS-CODIGO TO MAT-CODIGO
               MOVE INS-TERMO TO MAT-TERMO
               READ ARQ-MATRICULAS
                   INVALID KEY
                       PERFORM EXIBE-COMPONENTES
                   NOT INVALID KEY
                       DISPLAY '      NOTA: ' MAT-NOTA '  '
                           MAT-SITUACAO '  FREQ: ' MAT-FREQUENCIA
               END-READ
           ELSE
               PERFORM EXIBE-COMPONENTES
           END-IF.

       EXIBE-COMPONENTES.
           MOVE 0 TO WRK-QTD-COMPONENTES
           IF COMPONENTES-DISPONIVEL
               MOVE 'N' TO WRK-FIM-COMPONENTES
               MOVE INS-STUDENT-ID TO CMP-STUDENT-ID
               MOVE INS-CODIGO TO CMP-CODIGO
               MOVE INS-TERMO TO CMP-TERMO
               MOVE LOW-VALUES TO CMP-COMPONENTE
               START ARQ-COMPONENTES KEY IS NOT LESS THAN CMP-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-COMPONENTES TO TRUE
               END-START
               PERFORM LE-COMPONENTE UNTIL NAO-HA-MAIS-COMPONENTES
           END-IF
           IF WRK-QTD-COMPONENTES = 0
               DISPLAY '      SEM NOTA LANCADA.'
           END-IF.

       LE-COMPONENTE.
           READ ARQ-COMPONENTES NEXT
               AT END
                   SET NAO-HA-MAIS-COMPONENTES TO TRUE
               NOT AT END
                   IF CMP-STUDENT-ID NOT = INS-STUDENT-ID
                       OR CMP-CODIGO NOT = INS-CODIGO
                       OR CMP-TERMO NOT = INS-TERMO
                       SET NAO-HA-MAIS-COMPONENTES TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-COMPONENTES
                       DISPLAY '      COMPONENTE ' CMP-COMPONENTE
                           '  PESO: ' CMP-PESO '  NOTA: ' CMP-NOTA
                   END-IF
           END-READ.

      * STANDMSTR keeps one record per student and term; the last
      * one read for the student is the latest standing.
       EXIBE-STANDING.
           IF NOT STANDING-DISPONIVEL
               DISPLAY 'STANDING..: HISTORICO (STANDMSTR) INDISPONIVEL'
           ELSE
               MOVE 'N' TO WRK-FIM-STANDING
               MOVE 'N' TO WRK-ACHOU-STANDING
               MOVE MST-STUDENT-ID TO STD-STUDENT-ID
               MOVE 0 TO STD-TERMO
               START ARQ-STANDING KEY IS NOT LESS THAN STD-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-STANDING TO TRUE
               END-START
               PERFORM LE-STANDING UNTIL NAO-HA-MAIS-STANDING
               IF ACHOU-STANDING
                   EVALUATE ULT-CLASSIFICACAO
                       WHEN 'D'
                           MOVE 'DESTAQUE' TO WRK-CLASSIFICACAO
                       WHEN 'P'
                           MOVE 'PROBATORIO' TO WRK-CLASSIFICACAO
                       WHEN 'S'
                           MOVE 'SUSPENSO' TO WRK-CLASSIFICACAO
                       WHEN OTHER
                           MOVE 'REGULAR' TO WRK-CLASSIFICACAO
                   END-EVALUATE
                   DISPLAY 'STANDING..: ' WRK-CLASSIFICACAO
                       '  TERMO: ' ULT-TERMO '  MEDIA: ' ULT-MEDIA
                       '  CREDITOS: ' ULT-CREDITOS
               ELSE
                   DISPLAY 'STANDING..: NAO APURADO'
               END-IF
           END-IF.

       LE-STANDING.
           READ ARQ-STANDING NEXT
               AT END
                   SET NAO-HA-MAIS-STANDING TO TRUE
               NOT AT END
                   IF STD-STUDENT-ID = MST-STUDENT-ID
                       SET ACHOU-STANDING TO TRUE
                       MOVE STD-TERMO TO ULT-TERMO
                       MOVE STD-MEDIA TO ULT-MEDIA
                       MOVE STD-CREDITOS TO ULT-CREDITOS
                       MOVE STD-CLASSIFICACAO TO ULT-CLASSIFICACAO
                   ELSE
                       SET NAO-HA-MAIS-STANDING TO TRUE
                   END-IF
           END-READ.

      * Open balance as RELSALDO figures it: billed plus charges
      * less paid, for every term still owing.
       EXIBE-SALDO.
           IF NOT COBRANCA-DISPONIVEL
               DISPLAY 'COBRANCAS (COBRANCA) INDISPONIVEIS.'
           ELSE
               MOVE 0 TO WRK-SALDO-TOTAL
               MOVE 'N' TO WRK-FIM-COBRANCAS
               MOVE MST-STUDENT-ID TO COB-STUDENT-ID
               MOVE 0 TO COB-TERMO
               START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-COBRANCAS TO TRUE
               END-START
               DISPLAY 'COBRANCAS EM ABERTO:'
               PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-COBRANCAS
               MOVE WRK-SALDO-TOTAL TO WRK-SALDO-EXIBE
               DISPLAY '  SALDO EM ABERTO: ' WRK-SALDO-EXIBE
           END-IF.

       LE-COBRANCA.
           READ ARQ-COBRANCA NEXT
               AT END
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
               NOT AT END
                   IF COB-STUDENT-ID NOT = MST-STUDENT-ID
                       SET NAO-HA-MAIS-COBRANCAS TO TRUE
                   ELSE
                       COMPUTE WRK-SALDO =
                           COB-VLR-LANCADO + COB-VLR-ENCARGOS
                           - COB-VLR-PAGO
                       IF WRK-SALDO > 0
                           ADD WRK-SALDO TO WRK-SALDO-TOTAL
                           MOVE WRK-SALDO TO WRK-SALDO-EXIBE
                           DISPLAY '  TERMO ' COB-TERMO '  SALDO: '
                               WRK-SALDO-EXIBE
                       END-IF
                   END-IF
           END-READ.

       EXIBE-DISPUTAS.
           DISPLAY 'DISPUTAS EM ABERTO:'
           MOVE 0 TO WRK-QTD-ITENS
           IF NOT DISPUTAS-DISPONIVEL
               DISPLAY '  ARQUIVO DE DISPUTAS (DISPUTA) INDISPONIVEL.'
           ELSE
               MOVE 'N' TO WRK-FIM-DISPUTAS
               MOVE MST-STUDENT-ID TO DSP-STUDENT-ID
               MOVE LOW-VALUES TO DSP-CODIGO
               MOVE 0 TO DSP-TERMO
               START ARQ-DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-DISPUTAS TO TRUE
               END-START
               PERFORM LE-DISPUTA UNTIL NAO-HA-MAIS-DISPUTAS
               IF WRK-QTD-ITENS = 0
                   DISPLAY '  NENHUMA.'
               END-IF
           END-IF.

       LE-DISPUTA.
           READ ARQ-DISPUTAS NEXT
               AT END
                   SET NAO-HA-MAIS-DISPUTAS TO TRUE
               NOT AT END
                   IF DSP-STUDENT-ID NOT = MST-STUDENT-ID
                       SET NAO-HA-MAIS-DISPUTAS TO TRUE
                   ELSE
                       IF DISPUTA-ABERTA OR DISPUTA-EM-REVISAO
                           PERFORM EXIBE-UMA-DISPUTA
                       END-IF
                   END-IF
           END-READ.

       EXIBE-UMA-DISPUTA.
           ADD 1 TO WRK-QTD-ITENS
           IF DISPUTA-ABERTA
               MOVE 'ABERTA' TO WRK-SITUACAO-DISPUTA
           ELSE
               MOVE 'EM REVISAO' TO WRK-SITUACAO-DISPUTA
           END-IF
           DISPLAY '  ' DSP-CODIGO ' ' DSP-TERMO ' '
               WRK-SITUACAO-DISPUTA ' DESDE ' DSP-DATA-ABERTURA
           DISPLAY '      ' DSP-MOTIVO.

      * NOTIFREP and HISTPED are sequential queues, read from the
      * top for every inquiry.
       EXIBE-NOTIFICACOES.
           DISPLAY 'NOTIFICACOES PENDENTES:'
           MOVE 0 TO WRK-QTD-ITENS
           MOVE 'N' TO WRK-FIM-NOTIFICACOES
           OPEN INPUT ARQ-NOTIFICA
           IF WRK-STATUS-NOTIFICA NOT = '00'
               DISPLAY '  FILA DE NOTIFICACOES (NOTIFREP) VAZIA OU '
                   'INDISPONIVEL.'
           ELSE
               PERFORM LE-NOTIFICACAO UNTIL NAO-HA-MAIS-NOTIFICACOES
               CLOSE ARQ-NOTIFICA
               IF WRK-QTD-ITENS = 0
                   DISPLAY '  NENHUMA.'
               END-IF
           END-IF.

       LE-NOTIFICACAO.
           READ ARQ-NOTIFICA
               AT END
                   SET NAO-HA-MAIS-NOTIFICACOES TO TRUE
               NOT AT END
                   IF NTF-STUDENT-ID = MST-STUDENT-ID
                       AND NOT ENTREGA-CONFIRMADA
                       PERFORM EXIBE-UMA-NOTIFICACAO
                   END-IF
           END-READ.

       EXIBE-UMA-NOTIFICACAO.
           ADD 1 TO WRK-QTD-ITENS
           EVALUATE TRUE
               WHEN NOTIF-PENDENTE
                   MOVE 'NAO IMPRESSA' TO WRK-SITUACAO-ENTREGA
               WHEN ENTREGA-AGUARDANDO
                   MOVE 'AGUARDANDO' TO WRK-SITUACAO-ENTREGA
               WHEN ENTREGA-DEVOLVIDA
                   MOVE 'DEVOLVIDA' TO WRK-SITUACAO-ENTREGA
               WHEN OTHER
                   MOVE 'NAO APURADA' TO WRK-SITUACAO-ENTREGA
           END-EVALUATE
           DISPLAY '  ' NTF-MATERIA ' ' NTF-SITUACAO
           DISPLAY '      GERADA EM ' NTF-DATA-GERACAO '  ENTREGA: '
               WRK-SITUACAO-ENTREGA.

       EXIBE-PEDIDOS.
           DISPLAY 'PEDIDOS DE HISTORICO PENDENTES:'
           MOVE 0 TO WRK-QTD-ITENS
           MOVE 'N' TO WRK-FIM-PEDIDOS
           OPEN INPUT ARQ-PEDIDOS
           IF WRK-STATUS-PEDIDOS NOT = '00'
               DISPLAY '  FILA DE PEDIDOS (HISTPED) VAZIA OU '
                   'INDISPONIVEL.'
           ELSE
               PERFORM LE-PEDIDO UNTIL NAO-HA-MAIS-PEDIDOS
               CLOSE ARQ-PEDIDOS
               IF WRK-QTD-ITENS = 0
                   DISPLAY '  NENHUM.'
               END-IF
           END-IF.

       LE-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   SET NAO-HA-MAIS-PEDIDOS TO TRUE
               NOT AT END
                   IF PED-STUDENT-ID = MST-STUDENT-ID
                       AND PEDIDO-PENDENTE
                       ADD 1 TO WRK-QTD-ITENS
                       DISPLAY '  PEDIDO EM ' PED-DATA-PEDIDO '  '
                           PED-QTD-COPIAS ' COPIA(S)  SOLICITANTE: '
                           PED-SOLICITANTE
                   END-IF
           END-READ.
       END PROGRAM ALUNVISA.
