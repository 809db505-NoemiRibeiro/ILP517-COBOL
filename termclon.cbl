      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLON.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Next-term setup: builds a new term
      *             from a chosen source term instead of keying it
      *             from scratch. Writes the TERMCAL record EM
      *             PREPARACAO with the source term's end date and
      *             add/drop deadline moved by the same number of
      *             days as the new start date, copies each OFERTAS
      *             section with its capacity and the enrolled
      *             count zeroed, copies the POLITERM thresholds,
      *             carries the HORARIO timetable forward and moves
      *             the RECAGEND recovery sittings by the same shift.
      *             Disciplines marked inactive on CATMSTR are left
      *             behind. Everything done (or, in simulation mode,
      *             everything that would be done) goes to the
      *             TERMCREL proof listing, reviewed before TERMMANT
      *             opens the term. A record the new term already
      *             has is kept as it is and listed, so a rerun
      *             after a failure completes the setup without
      *             overwriting what was keyed by hand.
      * 15/10/2026  The copied policy carries the course-repeat rule
      *             forward with the other thresholds.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.

           SELECT ARQ-POLITICAS ASSIGN TO "POLITERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-TERMO
               FILE STATUS IS WRK-STATUS-POLITICAS.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-STATUS-HORARIO.

           SELECT ARQ-AGENDA ASSIGN TO "RECAGEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGN-CHAVE
               FILE STATUS IS WRK-STATUS-AGENDA.

           SELECT ARQ-RELATORIO ASSIGN TO "TERMCREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  ARQ-POLITICAS.
           COPY POLIREC.

       FD  ARQ-HORARIO.
           COPY HORAREC.

       FD  ARQ-AGENDA.
           COPY RECAREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-OFERTAS    PIC X(02).
       77 WRK-STATUS-POLITICAS  PIC X(02).
       77 WRK-STATUS-HORARIO    PIC X(02).
       77 WRK-STATUS-AGENDA     PIC X(02).
       77 WRK-STATUS-ABERTURA   PIC X(02).
       77 WRK-ARQUIVO-ABERTO    PIC X(10).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-ORIGEM      PIC 9(05).
       77 WRK-TERMO-NOVO        PIC 9(05).
       77 WRK-ANO-ORIGEM        PIC 9(04).
       77 WRK-SEMESTRE-ORIGEM   PIC 9(01).
       77 WRK-DATA-INICIO-NOVA  PIC 9(08).
       77 WRK-MODO              PIC X(01).
       77 WRK-DESLOCAMENTO      PIC S9(05).
       77 WRK-DATA-ENTRADA      PIC 9(08).
       77 WRK-DATA-SAIDA        PIC 9(08).
       77 WRK-DIA               PIC 9(01).
       77 WRK-QTD-DISCIPLINAS   PIC 9(05) VALUE 0.
       77 WRK-QTD-INATIVAS      PIC 9(05) VALUE 0.
       77 WRK-QTD-OFERTAS       PIC 9(05) VALUE 0.
       77 WRK-QTD-HORARIOS      PIC 9(05) VALUE 0.
       77 WRK-QTD-SESSOES       PIC 9(05) VALUE 0.
       77 WRK-QTD-POLITICAS     PIC 9(05) VALUE 0.
       77 WRK-QTD-EXISTENTES    PIC 9(05) VALUE 0.
       77 WRK-OCORRENCIA        PIC X(40).

      * The source record is kept aside while the new term's key is
      * probed, since a READ of the target overwrites the record
      * area.
       01 WRK-CALENDARIO-ORIGEM.
           03 ORG-DATA-INICIO      PIC 9(08).
           03 ORG-DATA-FIM         PIC 9(08).
           03 ORG-DATA-LIMITE      PIC 9(08).

       01 WRK-OFERTA-COPIA         PIC X(16).
       01 WRK-POLITICA-COPIA       PIC X(20).
       01 WRK-HORARIO-COPIA        PIC X(29).
       01 WRK-AGENDA-COPIA         PIC X(32).

       01 WRK-SIMULACAO PIC X VALUE 'N'.
           88 MODO-SIMULACAO VALUE 'S'.

       01 WRK-FIM-CATALOGO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DISCIPLINAS VALUE 'S'.

       01 WRK-TEM-OFERTAS PIC X VALUE 'N'.
           88 HA-OFERTAS VALUE 'S'.
       01 WRK-TEM-POLITICAS PIC X VALUE 'N'.
           88 HA-POLITICAS VALUE 'S'.
       01 WRK-TEM-HORARIO PIC X VALUE 'N'.
           88 HA-HORARIO VALUE 'S'.
       01 WRK-TEM-AGENDA PIC X VALUE 'N'.
           88 HA-AGENDA VALUE 'S'.

       01 WRK-JA-EXISTE PIC X VALUE 'N'.
           88 REGISTRO-JA-EXISTE VALUE 'S'.

       01 WRK-TERMO-PREPARADO PIC X VALUE 'N'.
           88 TERMO-JA-PREPARADO VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'TERMCLON'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'TERMCREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'TERMCLON'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'TERMCLON - PREPARACAO DO PROXIMO TERMO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'DIGITE O TERMO DE ORIGEM (AAAAS)'
           ACCEPT WRK-TERMO-ORIGEM
           DISPLAY 'DIGITE O NOVO TERMO (AAAAS, 0 = SEMESTRE '
               'SEGUINTE AO DE ORIGEM)'
           ACCEPT WRK-TERMO-NOVO
           DISPLAY 'DIGITE A DATA DE INICIO DO NOVO TERMO (AAAAMMDD)'
           ACCEPT WRK-DATA-INICIO-NOVA
           DISPLAY 'MODO: S = SIMULAR (SO A LISTAGEM), G = GRAVAR'
           ACCEPT WRK-MODO
           EVALUATE FUNCTION UPPER-CASE(WRK-MODO)
               WHEN 'S'
                   SET MODO-SIMULACAO TO TRUE
               WHEN 'G'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO. INFORME S OU G.'
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-EVALUATE
           IF WRK-TERMO-NOVO = 0
               PERFORM APURA-TERMO-SEGUINTE
           END-IF
           IF WRK-TERMO-NOVO NOT > WRK-TERMO-ORIGEM
               DISPLAY 'O NOVO TERMO DEVE SER POSTERIOR AO DE ORIGEM.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF WRK-DATA-INICIO-NOVA = 0
               OR WRK-DATA-INICIO-NOVA(5:2) < '01'
               OR WRK-DATA-INICIO-NOVA(5:2) > '12'
               OR WRK-DATA-INICIO-NOVA(7:2) < '01'
               OR WRK-DATA-INICIO-NOVA(7:2) > '31'
               DISPLAY 'DATA DE INICIO INVALIDA: '
                   WRK-DATA-INICIO-NOVA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM CONFERE-TERMOS
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM PREPARA-CALENDARIO
           PERFORM COPIA-POLITICA
           MOVE 'N' TO WRK-FIM-CATALOGO
           PERFORM COPIA-DISCIPLINA UNTIL NAO-HA-MAIS-DISCIPLINAS
           PERFORM GRAVA-TOTAIS
           PERFORM FECHA-ARQUIVOS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-NOVO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'DISCIPLINAS LIDAS.....: ' WRK-QTD-DISCIPLINAS
           DISPLAY 'INATIVAS (NAO COPIADAS): ' WRK-QTD-INATIVAS
           DISPLAY 'OFERTAS...............: ' WRK-QTD-OFERTAS
           DISPLAY 'HORARIOS..............: ' WRK-QTD-HORARIOS
           DISPLAY 'SESSOES DE RECUPERACAO: ' WRK-QTD-SESSOES
           DISPLAY 'JA EXISTENTES (MANTIDOS): ' WRK-QTD-EXISTENTES
           IF MODO-SIMULACAO
               DISPLAY 'SIMULACAO: NADA FOI GRAVADO.'
           ELSE
               DISPLAY 'TERMO ' WRK-TERMO-NOVO ' EM PREPARACAO. '
                   'REVISE A LISTAGEM E ABRA-O NO TERMMANT.'
           END-IF
           DISPLAY 'Listagem de conferencia gerada em TERMCREL.'
           DISPLAY '---------------------------------------------------'
           PERFORM GRAVA-LOG-FIM
           STOP RUN.

      * Terms are AAAAS: the first semester is followed by the second
      * of the same year, the second by the first of the next.
       APURA-TERMO-SEGUINTE.
           DIVIDE WRK-TERMO-ORIGEM BY 10 GIVING WRK-ANO-ORIGEM
               REMAINDER WRK-SEMESTRE-ORIGEM
           IF WRK-SEMESTRE-ORIGEM < 2
               COMPUTE WRK-TERMO-NOVO = WRK-TERMO-ORIGEM + 1
           ELSE
               COMPUTE WRK-TERMO-NOVO = (WRK-ANO-ORIGEM + 1) * 10 + 1
           END-IF
           DISPLAY 'NOVO TERMO: ' WRK-TERMO-NOVO.

      * TERMCAL and CATMSTR are required. The other files are
      * optional, as they are everywhere else: a site that does not
      * keep offerings, policies, a timetable or recovery sittings
      * yet gets the rest of the setup, with a line in the listing.
       ABRE-ARQUIVOS.
           IF MODO-SIMULACAO
               OPEN INPUT ARQ-CALENDARIO
           ELSE
               OPEN I-O ARQ-CALENDARIO
           END-IF
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO (CATMSTR). STATUS: '
                   WRK-STATUS-CATALOGO
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF MODO-SIMULACAO
               OPEN INPUT ARQ-OFERTAS
           ELSE
               OPEN I-O ARQ-OFERTAS
           END-IF
           MOVE WRK-STATUS-OFERTAS TO WRK-STATUS-ABERTURA
           MOVE 'OFERTAS' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-OFERTAS TO TRUE
           END-IF
           IF MODO-SIMULACAO
               OPEN INPUT ARQ-POLITICAS
           ELSE
               OPEN I-O ARQ-POLITICAS
           END-IF
           MOVE WRK-STATUS-POLITICAS TO WRK-STATUS-ABERTURA
           MOVE 'POLITERM' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-POLITICAS TO TRUE
           END-IF
           IF MODO-SIMULACAO
               OPEN INPUT ARQ-HORARIO
           ELSE
               OPEN I-O ARQ-HORARIO
           END-IF
           MOVE WRK-STATUS-HORARIO TO WRK-STATUS-ABERTURA
           MOVE 'HORARIO' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-HORARIO TO TRUE
           END-IF
           IF MODO-SIMULACAO
               OPEN INPUT ARQ-AGENDA
           ELSE
               OPEN I-O ARQ-AGENDA
           END-IF
           MOVE WRK-STATUS-AGENDA TO WRK-STATUS-ABERTURA
           MOVE 'RECAGEND' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-AGENDA TO TRUE
           END-IF.

       CONFERE-ABERTURA.
           IF WRK-STATUS-ABERTURA = '35'
               DISPLAY WRK-ARQUIVO-ABERTO ' NAO EXISTE. NAO SERA '
                   'COPIADO.'
           ELSE
               IF WRK-STATUS-ABERTURA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ' WRK-ARQUIVO-ABERTO
                       '. STATUS: ' WRK-STATUS-ABERTURA
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
               END-IF
           END-IF.

      * The source must be on the calendar; the new term must not be
      * there already unless it is an earlier setup of this same
      * run still EM PREPARACAO - an open or closed term is real and
      * is never rebuilt.
       CONFERE-TERMOS.
           MOVE WRK-TERMO-ORIGEM TO CAL-TERMO
           READ ARQ-CALENDARIO
               INVALID KEY
                   DISPLAY 'TERMO DE ORIGEM NAO CADASTRADO: '
                       WRK-TERMO-ORIGEM
                   PERFORM FECHA-ARQUIVOS
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-READ
           MOVE CAL-DATA-INICIO TO ORG-DATA-INICIO
           MOVE CAL-DATA-FIM TO ORG-DATA-FIM
           MOVE CAL-DATA-LIMITE-AJUSTE TO ORG-DATA-LIMITE
           COMPUTE WRK-DESLOCAMENTO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO-NOVA)
               - FUNCTION INTEGER-OF-DATE(ORG-DATA-INICIO)
           IF WRK-DESLOCAMENTO NOT > 0
               DISPLAY 'O NOVO TERMO DEVE COMECAR DEPOIS DO INICIO '
                   'DO TERMO DE ORIGEM (' ORG-DATA-INICIO ').'
               PERFORM FECHA-ARQUIVOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE WRK-TERMO-NOVO TO CAL-TERMO
           READ ARQ-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT TERMO-EM-PREPARACAO
                       DISPLAY 'O TERMO ' WRK-TERMO-NOVO
                           ' JA EXISTE E NAO ESTA EM PREPARACAO.'
                       PERFORM FECHA-ARQUIVOS
                       PERFORM GRAVA-LOG-ERRO
                       STOP RUN
                   END-IF
                   SET TERMO-JA-PREPARADO TO TRUE
           END-READ.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'PREPARACAO DO TERMO ' DELIMITED SIZE
               WRK-TERMO-NOVO DELIMITED SIZE
               ' A PARTIR DO TERMO ' DELIMITED SIZE
               WRK-TERMO-ORIGEM DELIMITED SIZE
               ' - ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF MODO-SIMULACAO
               MOVE 'MODO: SIMULACAO - NADA FOI GRAVADO'
                   TO RELATORIO-REC
           ELSE
               MOVE 'MODO: GRAVACAO - TERMO FICA EM PREPARACAO ATE '
                   TO RELATORIO-REC
               MOVE 'SER ABERTO NO TERMMANT' TO RELATORIO-REC(47:22)
           END-IF
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ITEM       CHAVE              DETALHE'
               DELIMITED SIZE
               '                                   SITUACAO'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * End date and add/drop deadline keep their distance from the
      * start date, so a term of the same length as the source comes
      * out with the deadline in the same week of term.
       PREPARA-CALENDARIO.
           MOVE WRK-TERMO-NOVO TO CAL-TERMO
           MOVE WRK-DATA-INICIO-NOVA TO CAL-DATA-INICIO
           MOVE ORG-DATA-FIM TO WRK-DATA-ENTRADA
           PERFORM DESLOCA-DATA
           MOVE WRK-DATA-SAIDA TO CAL-DATA-FIM
           MOVE ORG-DATA-LIMITE TO WRK-DATA-ENTRADA
           PERFORM DESLOCA-DATA
           MOVE WRK-DATA-SAIDA TO CAL-DATA-LIMITE-AJUSTE
           SET TERMO-EM-PREPARACAO TO TRUE
           IF TERMO-JA-PREPARADO
               MOVE 'JA EM PREPARACAO - MANTIDO' TO WRK-OCORRENCIA
               ADD 1 TO WRK-QTD-EXISTENTES
               READ ARQ-CALENDARIO
           ELSE
               IF MODO-SIMULACAO
                   MOVE 'A CRIAR' TO WRK-OCORRENCIA
               ELSE
                   WRITE CALENDARIO-REC
                   MOVE 'CRIADO EM PREPARACAO' TO WRK-OCORRENCIA
               END-IF
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING 'TERMCAL    ' DELIMITED SIZE
               CAL-TERMO DELIMITED SIZE
               '              INICIO ' CAL-DATA-INICIO DELIMITED SIZE
               ' FIM ' CAL-DATA-FIM DELIMITED SIZE
               ' AJUSTE ' CAL-DATA-LIMITE-AJUSTE DELIMITED SIZE
               '  ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       DESLOCA-DATA.
           IF WRK-DATA-ENTRADA = 0
               MOVE 0 TO WRK-DATA-SAIDA
           ELSE
               COMPUTE WRK-DATA-SAIDA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ENTRADA)
                   + WRK-DESLOCAMENTO)
           END-IF.

       COPIA-POLITICA.
           IF HA-POLITICAS
               MOVE WRK-TERMO-ORIGEM TO POL-TERMO
               READ ARQ-POLITICAS
                   INVALID KEY
                       PERFORM LISTA-SEM-POLITICA
                   NOT INVALID KEY
                       PERFORM GRAVA-POLITICA
               END-READ
           END-IF.

       LISTA-SEM-POLITICA.
           MOVE SPACES TO RELATORIO-REC
           STRING 'POLITERM   ' DELIMITED SIZE
               WRK-TERMO-ORIGEM DELIMITED SIZE
               '              TERMO DE ORIGEM SEM POLITICA - '
               DELIMITED SIZE
               'NADA A COPIAR' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-POLITICA.
           MOVE POLITICA-REC TO WRK-POLITICA-COPIA
           MOVE WRK-TERMO-NOVO TO POL-TERMO
           PERFORM GRAVA-OU-SIMULA-POLITICA
           MOVE WRK-POLITICA-COPIA TO POLITICA-REC
           MOVE WRK-TERMO-NOVO TO POL-TERMO
           MOVE SPACES TO RELATORIO-REC
           STRING 'POLITERM   ' DELIMITED SIZE
               POL-TERMO DELIMITED SIZE
               '              APROVACAO ' POL-MEDIA-APROVACAO
               DELIMITED SIZE
               ' PISO ' POL-PISO-RECUPERACAO DELIMITED SIZE
               ' FREQ ' POL-FREQ-MINIMA DELIMITED SIZE
               '        ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-OU-SIMULA-POLITICA.
           MOVE 'N' TO WRK-JA-EXISTE
           IF MODO-SIMULACAO
               READ ARQ-POLITICAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-READ
           ELSE
               MOVE WRK-POLITICA-COPIA TO POLITICA-REC
               MOVE WRK-TERMO-NOVO TO POL-TERMO
               WRITE POLITICA-REC
                   INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-WRITE
           END-IF
           PERFORM APURA-OCORRENCIA
           IF NOT REGISTRO-JA-EXISTE
               ADD 1 TO WRK-QTD-POLITICAS
           END-IF.

      * The catalog drives the copy: each active discipline's
      * section, weekly meetings and recovery sitting of the source
      * term are read by key and written under the new term.
       COPIA-DISCIPLINA.
           READ CATALOGO-DISCIPLINAS NEXT
               AT END
                   SET NAO-HA-MAIS-DISCIPLINAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-DISCIPLINAS
                   IF DISCIPLINA-INATIVA
                       PERFORM LISTA-INATIVA
                   ELSE
                       IF HA-OFERTAS
                           PERFORM COPIA-OFERTA
                       END-IF
                       IF HA-HORARIO
                           PERFORM COPIA-HORARIO
                               VARYING WRK-DIA FROM 2 BY 1
                               UNTIL WRK-DIA > 7
                       END-IF
                       IF HA-AGENDA
                           PERFORM COPIA-AGENDA
                       END-IF
                   END-IF
           END-READ.

      * Only an inactive discipline that the source term actually
      * offered is worth a line: those are the sections the
      * registrar will not find in the new term.
       LISTA-INATIVA.
           IF HA-OFERTAS
               MOVE CAT-CODIGO TO OFR-CODIGO
               MOVE WRK-TERMO-ORIGEM TO OFR-TERMO
               READ ARQ-OFERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-INATIVAS
                       MOVE SPACES TO RELATORIO-REC
                       STRING 'OFERTAS    ' DELIMITED SIZE
                           CAT-CODIGO DELIMITED SIZE
                           ' ' WRK-TERMO-NOVO DELIMITED SIZE
                           '        ' CAT-NOME DELIMITED SIZE
                           ' DISCIPLINA INATIVA - NAO COPIADA'
                           DELIMITED SIZE
                           INTO RELATORIO-REC
                       END-STRING
                       WRITE RELATORIO-REC
               END-READ
           END-IF.

       COPIA-OFERTA.
           MOVE CAT-CODIGO TO OFR-CODIGO
           MOVE WRK-TERMO-ORIGEM TO OFR-TERMO
           READ ARQ-OFERTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OFERTA-REC TO WRK-OFERTA-COPIA
                   PERFORM GRAVA-OFERTA
           END-READ.

       GRAVA-OFERTA.
           MOVE 'N' TO WRK-JA-EXISTE
           MOVE WRK-OFERTA-COPIA TO OFERTA-REC
           MOVE WRK-TERMO-NOVO TO OFR-TERMO
           IF MODO-SIMULACAO
               READ ARQ-OFERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-READ
           ELSE
               MOVE 0 TO OFR-QTD-INSCRITA
               WRITE OFERTA-REC
                   INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-WRITE
           END-IF
           PERFORM APURA-OCORRENCIA
           IF NOT REGISTRO-JA-EXISTE
               ADD 1 TO WRK-QTD-OFERTAS
           END-IF
           MOVE WRK-OFERTA-COPIA TO OFERTA-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'OFERTAS    ' DELIMITED SIZE
               OFR-CODIGO DELIMITED SIZE
               ' ' WRK-TERMO-NOVO DELIMITED SIZE
               '        VAGAS ' OFR-CAPACIDADE DELIMITED SIZE
               ' INSCRITOS 000' DELIMITED SIZE
               '                         ' WRK-OCORRENCIA
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       COPIA-HORARIO.
           MOVE CAT-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO-ORIGEM TO HOR-TERMO
           MOVE WRK-DIA TO HOR-DIA-SEMANA
           READ ARQ-HORARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HORARIO-REC TO WRK-HORARIO-COPIA
                   PERFORM GRAVA-HORARIO
           END-READ.

       GRAVA-HORARIO.
           MOVE 'N' TO WRK-JA-EXISTE
           MOVE WRK-HORARIO-COPIA TO HORARIO-REC
           MOVE WRK-TERMO-NOVO TO HOR-TERMO
           IF MODO-SIMULACAO
               READ ARQ-HORARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-READ
           ELSE
               WRITE HORARIO-REC
                   INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-WRITE
           END-IF
           PERFORM APURA-OCORRENCIA
           IF NOT REGISTRO-JA-EXISTE
               ADD 1 TO WRK-QTD-HORARIOS
           END-IF
           MOVE WRK-HORARIO-COPIA TO HORARIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'HORARIO    ' DELIMITED SIZE
               HOR-CODIGO DELIMITED SIZE
               ' ' WRK-TERMO-NOVO DELIMITED SIZE
               ' DIA ' HOR-DIA-SEMANA DELIMITED SIZE
               '  ' HOR-HORA-INICIO DELIMITED SIZE
               '-' HOR-HORA-FIM DELIMITED SIZE
               ' SALA ' HOR-SALA DELIMITED SIZE
               '                  ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * The recovery sitting moves by the same number of days as
      * the term, landing on the same weekday of the same week of
      * term; RECAGMNT adjusts it if the room or date will not do.
       COPIA-AGENDA.
           MOVE CAT-CODIGO TO AGN-CODIGO
           MOVE WRK-TERMO-ORIGEM TO AGN-TERMO
           READ ARQ-AGENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AGN-DATA-EXAME TO WRK-DATA-ENTRADA
                   PERFORM DESLOCA-DATA
                   MOVE WRK-TERMO-NOVO TO AGN-TERMO
                   MOVE WRK-DATA-SAIDA TO AGN-DATA-EXAME
                   MOVE AGENDA-REC TO WRK-AGENDA-COPIA
                   PERFORM GRAVA-AGENDA
           END-READ.

       GRAVA-AGENDA.
           MOVE 'N' TO WRK-JA-EXISTE
           IF MODO-SIMULACAO
               READ ARQ-AGENDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-READ
           ELSE
               WRITE AGENDA-REC
                   INVALID KEY
                       SET REGISTRO-JA-EXISTE TO TRUE
               END-WRITE
           END-IF
           PERFORM APURA-OCORRENCIA
           IF NOT REGISTRO-JA-EXISTE
               ADD 1 TO WRK-QTD-SESSOES
           END-IF
           MOVE WRK-AGENDA-COPIA TO AGENDA-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'RECAGEND   ' DELIMITED SIZE
               AGN-CODIGO DELIMITED SIZE
               ' ' AGN-TERMO DELIMITED SIZE
               '        EXAME ' AGN-DATA-EXAME DELIMITED SIZE
               ' ' AGN-HORA-EXAME DELIMITED SIZE
               ' SALA ' AGN-SALA DELIMITED SIZE
               '        ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       APURA-OCORRENCIA.
           IF REGISTRO-JA-EXISTE
               MOVE 'JA EXISTE NO NOVO TERMO - MANTIDO'
                   TO WRK-OCORRENCIA
               ADD 1 TO WRK-QTD-EXISTENTES
           ELSE
               IF MODO-SIMULACAO
                   MOVE 'A COPIAR' TO WRK-OCORRENCIA
               ELSE
                   MOVE 'COPIADO' TO WRK-OCORRENCIA
               END-IF
           END-IF.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           STRING 'DISCIPLINAS: ' DELIMITED SIZE
               WRK-QTD-DISCIPLINAS DELIMITED SIZE
               '  INATIVAS: ' WRK-QTD-INATIVAS DELIMITED SIZE
               '  OFERTAS: ' WRK-QTD-OFERTAS DELIMITED SIZE
               '  HORARIOS: ' WRK-QTD-HORARIOS DELIMITED SIZE
               '  SESSOES: ' WRK-QTD-SESSOES DELIMITED SIZE
               '  POLITICAS: ' WRK-QTD-POLITICAS DELIMITED SIZE
               '  MANTIDOS: ' WRK-QTD-EXISTENTES DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       FECHA-ARQUIVOS.
           CLOSE ARQ-CALENDARIO
           CLOSE CATALOGO-DISCIPLINAS
           IF HA-OFERTAS
               CLOSE ARQ-OFERTAS
           END-IF
           IF HA-POLITICAS
               CLOSE ARQ-POLITICAS
           END-IF
           IF HA-HORARIO
               CLOSE ARQ-HORARIO
           END-IF
           IF HA-AGENDA
               CLOSE ARQ-AGENDA
           END-IF.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

      * Records the new term already had are kept and counted as
      * rejects, ending RC 4 so the listing gets a second look.
       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-DISCIPLINAS TO LOG-QTD-LIDA
           COMPUTE LOG-QTD-GRAVADA = WRK-QTD-OFERTAS
               + WRK-QTD-HORARIOS + WRK-QTD-SESSOES
               + WRK-QTD-POLITICAS
           MOVE WRK-QTD-EXISTENTES TO LOG-QTD-REJEITADA
           IF WRK-QTD-EXISTENTES > 0
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
       END PROGRAM TERMCLON.
