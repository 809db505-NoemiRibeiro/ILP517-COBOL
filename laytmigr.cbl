      *                   start date, so every withdrawal records
      *                   TRANCADO until TERMMANT sets the real
      *                   window - the conservative default)
      * 15/10/2026  Added mode C for the COBRANCA charge master, which
      *             gained the gross, discount and scholarship type
      *             fields, and the payment plan and accrued late
      *             charges of the installment split:
      *               C - COBRANCAF  -> COBRANCA
      *                   (gross seeded with the charge already
      *                   billed, discount zero, no award type, no
      *                   plan and no late charges, so every carried
      *                   balance is unchanged; a charge carried
      *                   without installments is aged from its
      *                   generation date until FATGERA is rerun
      *                   for its term)
      * 15/10/2026  Added mode R for the CURRMSTR curriculum master,
      *             which gained the program's required complementary
      *             activity hours:
      *               R - CURRMSTRF  -> CURRMSTR
      *                   (hours zero - no hours required - until
      *                   CURRMANT sets them for the program)
      * 15/10/2026  Added mode A for the ALUNOS student master, which
      *             gained the declared program of study and
      *             curriculum version, and mode S for the STANDMSTR
      *             standing history, which gained the program the
      *             student was in for the term:
      *               A - ALUNOSF    -> ALUNOS
      *                   (no program declared until DECLMANT
      *                   records the student's first declaration)
      *               S - STANDMSTRF -> STANDMSTR
      *                   (program blank on the terms already
      *                   computed; the next ALUNSTAT run for a term
      *                   stamps it)
      * 15/10/2026  Added mode P for the INSTMSTR instructor master,
      *             which gained the employment type (staff or
      *             adjunct):
      *               P - INSTMSTRF  -> INSTMSTR
      *                   (every carried instructor staff, so no
      *                   one reaches the adjunct payroll extract
      *                   until INSTMANT marks the adjuncts)
      * 15/10/2026  Added mode L for the POLITERM grading-policy file,
      *             which gained the rules that hold a grade
      *             correction for a second operator's approval:
      *               L - POLITERMF  -> POLITERM
      *                   (every rule on with a 2,0 point limit -
      *                   the same rule NOTACORR applies to a term
      *                   without a policy record - until POLIMANT
      *                   sets the term's own)
      * 15/10/2026  Added modes N and V for the MATRIMSTR grade master
      *             and its MATRARQV archive, which gained the
      *             superseded-attempt flag of the course-repeat
      *             rule, and mode G for the POLITERM policy file,
      *             which gained the rule itself. Modes M and L, for
      *             files older still, seed the new fields too:
      *               N - MATRIMSTRF -> MATRIMSTR
      *               V - MATRARQVF  -> MATRARQV
      *                   (every attempt counting, as before the
      *                   rule existed; the next REPEMARC run flags
      *                   the superseded ones and adjusts the
      *                   totals)
      *               G - POLITERMF  -> POLITERM
      *                   (every term counting all attempts until
      *                   POLIMANT sets the term's rule)
      * 15/10/2026  Added mode X for the MATRATES material rate
      *             master, which gained the waste allowance and the
      *             area covered by one purchase unit:
      *               X - MATRATESF  -> MATRATES
      *                   (no waste and one unit of area per
      *                   purchase unit, so a requisition asks for
      *                   the net area until MATLMANT sets both)
      * 15/10/2026  Added mode D for the CATMSTR course catalog, which
      *             gained the discipline's active/inactive status:
      *               D - CATMSTRF   -> CATMSTR
      *                   (every carried discipline active, as it
      *                   was before the field; CATALOAD's full load
      *                   reads the old master for its impact check,
      *                   so it cannot do the conversion itself)
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-NOVO.

      * The layout MATRIMSTR had between the MAT-DATA-LIMITE and
      * MAT-REPETICAO changes; same dataset name, read by mode N.
           SELECT ARQ-MATR-ANTERIOR ASSIGN TO "MATRIMSTRF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGN-CHAVE
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-ARQV-ANTIGO ASSIGN TO "MATRARQVF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGV-CHAVE
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-INSC-ANTIGO ASSIGN TO "INSCRICAOF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGI-CHAVE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-COBR-ANTIGO ASSIGN TO "COBRANCAF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGC-CHAVE
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-CURR-ANTIGO ASSIGN TO "CURRMSTRF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGR-CHAVE
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-CURRICULO ASSIGN TO "CURRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-ALUN-ANTIGO ASSIGN TO "ALUNOSF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGA-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-STND-ANTIGO ASSIGN TO "STANDMSTRF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGS-CHAVE
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-STANDING ASSIGN TO "STANDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-INST-ANTIGO ASSIGN TO "INSTMSTRF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGP-ID
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-INSTRUTORES ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-ID
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-POLI-ANTIGO ASSIGN TO "POLITERMF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGL-TERMO
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-POLITICAS ASSIGN TO "POLITERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-TERMO
               FILE STATUS IS WRK-STATUS-NOVO.

      * The layout POLITERM had between the correction-rule and
      * repeat-rule changes; same dataset name, read by mode G.
           SELECT ARQ-POLI-ANTERIOR ASSIGN TO "POLITERMF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGG-TERMO
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-MATL-ANTIGO ASSIGN TO "MATRATESF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGX-CODIGO
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-MATERIAIS ASSIGN TO "MATRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTL-CODIGO
               FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ARQ-CAT-ANTIGO ASSIGN TO "CATMSTRF"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MGD-CODIGO
               FILE STATUS IS WRK-STATUS-ANTIGO.

           SELECT ARQ-CATALOGO ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-NOVO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-MATR-ANTERIOR.
       01  MATR-ANTERIOR-REC.
           03 MGN-CHAVE            PIC X(20).
           03 FILLER               PIC X(115).

       FD  ARQ-ARQV-ANTIGO.
       01  ARQV-ANTIGO-REC.
           03 MGV-CHAVE            PIC X(20).
           03 FILLER               PIC X(115).

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-INSC-ANTIGO.
       01  INSC-ANTIGO-REC.
           03 MGI-CHAVE            PIC X(20).
       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-COBR-ANTIGO.
       01  COBR-ANTIGO-REC.
           03 MGC-CHAVE            PIC X(15).
           03 FILLER               PIC X(71).

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-CURR-ANTIGO.
       01  CURR-ANTIGO-REC.
           03 MGR-CHAVE            PIC X(13).
           03 FILLER               PIC X(33).

       FD  ARQ-CURRICULO.
           COPY CURRREC.

       FD  ARQ-ALUN-ANTIGO.
       01  ALUN-ANTIGO-REC.
           03 MGA-STUDENT-ID       PIC X(10).
           03 FILLER               PIC X(122).

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-STND-ANTIGO.
       01  STND-ANTIGO-REC.
           03 MGS-CHAVE            PIC X(15).
           03 FILLER               PIC X(26).

       FD  ARQ-STANDING.
           COPY STANDREC.

       FD  ARQ-INST-ANTIGO.
       01  INST-ANTIGO-REC.
           03 MGP-ID               PIC X(06).
           03 FILLER               PIC X(91).

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       FD  ARQ-POLI-ANTIGO.
       01  POLI-ANTIGO-REC.
           03 MGL-TERMO            PIC 9(05).
           03 FILLER               PIC X(09).

       FD  ARQ-POLITICAS.
           COPY POLIREC.

       FD  ARQ-POLI-ANTERIOR.
       01  POLI-ANTERIOR-REC.
           03 MGG-TERMO            PIC 9(05).
           03 FILLER               PIC X(14).

       FD  ARQ-MATL-ANTIGO.
       01  MATL-ANTIGO-REC.
           03 MGX-CODIGO           PIC X(05).
           03 FILLER               PIC X(47).

       FD  ARQ-MATERIAIS.
           COPY MATRATES.

       FD  ARQ-CAT-ANTIGO.
       01  CAT-ANTIGO-REC.
           03 MGD-CODIGO           PIC X(05).
           03 FILLER               PIC X(78).

       FD  ARQ-CATALOGO.
           COPY CATDISC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ANTIGO    PIC X(02).
       77 WRK-STATUS-NOVO      PIC X(02).
           DISPLAY '  I - INSCRICAOF -> INSCRICAO'
           DISPLAY '  O - OPERMSTRF  -> OPERMSTR'
           DISPLAY '  T - TERMCALF   -> TERMCAL'
           DISPLAY '  C - COBRANCAF  -> COBRANCA'
           DISPLAY '  R - CURRMSTRF  -> CURRMSTR'
           DISPLAY '  A - ALUNOSF    -> ALUNOS'
           DISPLAY '  S - STANDMSTRF -> STANDMSTR'
           DISPLAY '  P - INSTMSTRF  -> INSTMSTR'
           DISPLAY '  L - POLITERMF  -> POLITERM'
           DISPLAY '  N - MATRIMSTRF -> MATRIMSTR (REPETICAO)'
           DISPLAY '  V - MATRARQVF  -> MATRARQV  (REPETICAO)'
           DISPLAY '  G - POLITERMF  -> POLITERM  (REPETICAO)'
           DISPLAY '  X - MATRATESF  -> MATRATES'
           DISPLAY '  D - CATMSTRF   -> CATMSTR'
           ACCEPT WRK-MODO
           EVALUATE FUNCTION UPPER-CASE(WRK-MODO)
               WHEN 'M'
                   PERFORM MIGRA-OPERADORES
               WHEN 'T'
                   PERFORM MIGRA-CALENDARIO
               WHEN 'C'
                   PERFORM MIGRA-COBRANCAS
               WHEN 'R'
                   PERFORM MIGRA-CURRICULO
               WHEN 'A'
                   PERFORM MIGRA-ALUNOS
               WHEN 'S'
                   PERFORM MIGRA-STANDING
               WHEN 'P'
                   PERFORM MIGRA-INSTRUTORES
               WHEN 'L'
                   PERFORM MIGRA-POLITICAS
               WHEN 'N'
                   PERFORM MIGRA-MATRICULAS-REPETICAO
               WHEN 'V'
                   PERFORM MIGRA-ARQUIVO-REPETICAO
               WHEN 'G'
                   PERFORM MIGRA-POLITICAS-REPETICAO
               WHEN 'X'
                   PERFORM MIGRA-MATERIAIS
               WHEN 'D'
                   PERFORM MIGRA-CATALOGO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA. INFORME M, I, O, T, C, '
                       'R, A, S, P, L, N, V, G, X OU D.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE MATR-ANTIGO-REC TO MATRICULA-REC(1:127)
                   MOVE 0 TO MAT-DATA-LIMITE
                   MOVE SPACE TO MAT-REPETICAO
                   WRITE MATRICULA-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-COBRANCAS.
           OPEN INPUT ARQ-COBR-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-COBRANCA
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UMA-COBRANCA UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-COBR-ANTIGO
           CLOSE ARQ-COBRANCA.

       MIGRA-UMA-COBRANCA.
           READ ARQ-COBR-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE COBR-ANTIGO-REC TO COBRANCA-REC(1:86)
                   MOVE COB-VLR-LANCADO TO COB-VLR-BRUTO
                   MOVE 0 TO COB-VLR-DESCONTO
                   MOVE SPACE TO COB-TIPO-BOLSA
                   MOVE SPACES TO COB-PLANO
                   MOVE 0 TO COB-VLR-ENCARGOS
                   WRITE COBRANCA-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-CURRICULO.
           OPEN INPUT ARQ-CURR-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-CURRICULO
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-CURRICULO UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-CURR-ANTIGO
           CLOSE ARQ-CURRICULO.

       MIGRA-UM-CURRICULO.
           READ ARQ-CURR-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE CURR-ANTIGO-REC TO CURRICULO-REC(1:46)
                   MOVE 0 TO CUR-HORAS-COMPLEMENTARES
                   WRITE CURRICULO-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-ALUNOS.
           OPEN INPUT ARQ-ALUN-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-ALUNOS
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-ALUNO UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-ALUN-ANTIGO
           CLOSE ARQ-ALUNOS.

       MIGRA-UM-ALUNO.
           READ ARQ-ALUN-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE ALUN-ANTIGO-REC TO ALUNO-MESTRE-REC(1:132)
                   MOVE SPACES TO MST-PROGRAMA
                   MOVE SPACES TO MST-VERSAO-CURRICULO
                   WRITE ALUNO-MESTRE-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-STANDING.
           OPEN INPUT ARQ-STND-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-STANDING
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-STANDING UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-STND-ANTIGO
           CLOSE ARQ-STANDING.

       MIGRA-UM-STANDING.
           READ ARQ-STND-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE STND-ANTIGO-REC TO STANDING-REC(1:41)
                   MOVE SPACES TO STD-PROGRAMA
                   WRITE STANDING-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-INSTRUTORES.
           OPEN INPUT ARQ-INST-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-INSTRUTORES
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-INSTRUTOR UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-INST-ANTIGO
           CLOSE ARQ-INSTRUTORES.

       MIGRA-UM-INSTRUTOR.
           READ ARQ-INST-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE INST-ANTIGO-REC TO INSTRUTOR-REC(1:97)
                   MOVE 'E' TO IST-VINCULO
                   WRITE INSTRUTOR-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-POLITICAS.
           OPEN INPUT ARQ-POLI-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-POLITICAS
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UMA-POLITICA UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-POLI-ANTIGO
           CLOSE ARQ-POLITICAS.

       MIGRA-UMA-POLITICA.
           READ ARQ-POLI-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE POLI-ANTIGO-REC TO POLITICA-REC(1:14)
                   MOVE 'S' TO POL-CORR-APOS-FIM
                   MOVE 'S' TO POL-CORR-INVERSAO
                   MOVE 2.0 TO POL-CORR-LIMITE-PONTOS
                   MOVE 'T' TO POL-REGRA-REPETICAO
                   WRITE POLITICA-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-MATRICULAS-REPETICAO.
           OPEN INPUT ARQ-MATR-ANTERIOR
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-MATRICULAS
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UMA-MATRICULA-REPETICAO
               UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-MATR-ANTERIOR
           CLOSE ARQ-MATRICULAS.

       MIGRA-UMA-MATRICULA-REPETICAO.
           READ ARQ-MATR-ANTERIOR NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE MATR-ANTERIOR-REC TO MATRICULA-REC(1:135)
                   MOVE SPACE TO MAT-REPETICAO
                   WRITE MATRICULA-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-ARQUIVO-REPETICAO.
           OPEN INPUT ARQ-ARQV-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-ARQUIVO
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-ARQUIVO-REPETICAO
               UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-ARQV-ANTIGO
           CLOSE ARQ-ARQUIVO.

       MIGRA-UM-ARQUIVO-REPETICAO.
           READ ARQ-ARQV-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE ARQV-ANTIGO-REC TO ARQUIVO-REC(1:135)
                   MOVE SPACE TO ARV-REPETICAO
                   WRITE ARQUIVO-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-POLITICAS-REPETICAO.
           OPEN INPUT ARQ-POLI-ANTERIOR
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-POLITICAS
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UMA-POLITICA-REPETICAO
               UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-POLI-ANTERIOR
           CLOSE ARQ-POLITICAS.

       MIGRA-UMA-POLITICA-REPETICAO.
           READ ARQ-POLI-ANTERIOR NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE POLI-ANTERIOR-REC TO POLITICA-REC(1:19)
                   MOVE 'T' TO POL-REGRA-REPETICAO
                   WRITE POLITICA-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-MATERIAIS.
           OPEN INPUT ARQ-MATL-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-MATERIAIS
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UM-MATERIAL UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-MATL-ANTIGO
           CLOSE ARQ-MATERIAIS.

       MIGRA-UM-MATERIAL.
           READ ARQ-MATL-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE MATL-ANTIGO-REC TO MATERIAL-REC(1:52)
                   MOVE 0 TO MTL-PERDA
                   MOVE 1 TO MTL-AREA-COMPRA
                   WRITE MATERIAL-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       MIGRA-CATALOGO.
           OPEN INPUT ARQ-CAT-ANTIGO
           IF WRK-STATUS-ANTIGO NOT = '00'
               PERFORM ERRO-ABERTURA-ANTIGO
           END-IF
           OPEN OUTPUT ARQ-CATALOGO
           IF WRK-STATUS-NOVO NOT = '00'
               PERFORM ERRO-ABERTURA-NOVO
           END-IF
           PERFORM MIGRA-UMA-DISCIPLINA UNTIL NAO-HA-MAIS-ANTIGO
           CLOSE ARQ-CAT-ANTIGO
           CLOSE ARQ-CATALOGO.

       MIGRA-UMA-DISCIPLINA.
           READ ARQ-CAT-ANTIGO NEXT
               AT END
                   SET NAO-HA-MAIS-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   MOVE CAT-ANTIGO-REC TO CATALOGO-REC(1:83)
                   SET DISCIPLINA-ATIVA TO TRUE
                   WRITE CATALOGO-REC
                   END-WRITE
                   ADD 1 TO WRK-QTD-GRAVADA
           END-READ.

       ERRO-ABERTURA-ANTIGO.
           DISPLAY 'ERRO AO ABRIR O MESTRE ANTIGO (SUFIXO F). '
               'STATUS: ' WRK-STATUS-ANTIGO
