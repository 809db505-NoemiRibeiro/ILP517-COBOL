      *             group name and required credits carried on each
      *             record) and removes an entry. Read by the
      *             RELGRADU graduation audit.
      * 15/10/2026  New option H sets the complementary activity
      *             hours a program requires, carried on every
      *             record of the program; a discipline included
      *             later takes the program's hours with it, and the
      *             listing shows them.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-GRUPO-NOME       PIC X(30).
       77 WRK-CREDITOS-GRUPO   PIC 9(03).
       77 WRK-CODIGO           PIC X(05).
       77 WRK-HORAS            PIC 9(04).
       77 WRK-HORAS-PROGRAMA   PIC 9(04).
       77 WRK-QTD-ALTERADA     PIC 9(04).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.
           DISPLAY '  L - LISTAR UM PROGRAMA'
           DISPLAY '  I - INCLUIR DISCIPLINA EM GRUPO'
           DISPLAY '  E - EXCLUIR DISCIPLINA DE GRUPO'
           DISPLAY '  H - HORAS COMPLEMENTARES DO PROGRAMA'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-ENTRADA
               WHEN 'H'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM DEFINE-HORAS
               WHEN '0'
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           MOVE 0 TO WRK-HORAS-PROGRAMA
           DISPLAY 'GRUPO CODIGO GRUPO (NOME)                  CRED.'
           PERFORM LISTA-UMA-ENTRADA UNTIL FIM-LISTA
           DISPLAY 'HORAS COMPLEMENTARES EXIGIDAS: ' WRK-HORAS-PROGRAMA.

       LISTA-UMA-ENTRADA.
           READ ARQ-CURRICULO NEXT
                   IF CUR-PROGRAMA = WRK-PROGRAMA
                       DISPLAY CUR-GRUPO '   ' CUR-CODIGO '  '
                           CUR-GRUPO-NOME ' ' CUR-CREDITOS-GRUPO
                       MOVE CUR-HORAS-COMPLEMENTARES
                           TO WRK-HORAS-PROGRAMA
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
               DISPLAY 'CODIGO NAO ENCONTRADO NO CATALOGO: '
                   WRK-CODIGO
           ELSE
               PERFORM BUSCA-HORAS-PROGRAMA
               MOVE WRK-PROGRAMA TO CUR-PROGRAMA
               MOVE WRK-GRUPO TO CUR-GRUPO
               MOVE WRK-CODIGO TO CUR-CODIGO
               MOVE WRK-GRUPO-NOME TO CUR-GRUPO-NOME
               MOVE WRK-CREDITOS-GRUPO TO CUR-CREDITOS-GRUPO
               MOVE WRK-HORAS-PROGRAMA TO CUR-HORAS-COMPLEMENTARES
               WRITE CURRICULO-REC
                   INVALID KEY
                       DISPLAY 'DISCIPLINA JA CONSTA NO GRUPO: '
                   DISPLAY 'ENTRADA EXCLUIDA DO CURRICULO.'
           END-READ.

      * The hours ride on every record of the program: the first one
      * found gives the value a new entry must carry.
       BUSCA-HORAS-PROGRAMA.
           MOVE 0 TO WRK-HORAS-PROGRAMA
           MOVE LOW-VALUES TO CUR-CHAVE
           MOVE WRK-PROGRAMA TO CUR-PROGRAMA
           START ARQ-CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-CURRICULO NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CUR-PROGRAMA = WRK-PROGRAMA
                               MOVE CUR-HORAS-COMPLEMENTARES
                                   TO WRK-HORAS-PROGRAMA
                           END-IF
                   END-READ
           END-START.

       DEFINE-HORAS.
           PERFORM SOLICITA-PROGRAMA
           DISPLAY 'DIGITE AS HORAS COMPLEMENTARES EXIGIDAS '
               '(0 = NENHUMA)'
           ACCEPT WRK-HORAS
           MOVE 0 TO WRK-QTD-ALTERADA
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO CUR-CHAVE
           MOVE WRK-PROGRAMA TO CUR-PROGRAMA
           START ARQ-CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM REGRAVA-HORAS-ENTRADA UNTIL FIM-LISTA
           IF WRK-QTD-ALTERADA = 0
               DISPLAY 'PROGRAMA SEM ENTRADAS NO CURRICULO: '
                   WRK-PROGRAMA
               DISPLAY 'INCLUA AS DISCIPLINAS ANTES DAS HORAS.'
           ELSE
               DISPLAY 'HORAS COMPLEMENTARES ATUALIZADAS EM '
                   WRK-QTD-ALTERADA ' ENTRADA(S).'
           END-IF.

       REGRAVA-HORAS-ENTRADA.
           READ ARQ-CURRICULO NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF CUR-PROGRAMA = WRK-PROGRAMA
                       MOVE WRK-HORAS TO CUR-HORAS-COMPLEMENTARES
                       REWRITE CURRICULO-REC
                       ADD 1 TO WRK-QTD-ALTERADA
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

       VALIDA-CODIGO-CATALOGO.
           MOVE 'N' TO WRK-CODIGO-OK
           MOVE WRK-CODIGO TO CAT-CODIGO
