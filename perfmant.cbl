      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the PERFACES access
      *             profiles OPERSIGN now authorizes from: grant a
      *             program to an operator or to a role (@NAME), put
      *             an operator in a role, revoke either, and keep
      *             the SODREGRA segregation rules. A grant or role
      *             membership that would let any operator run both
      *             programs of a rule is refused, naming the rule.
      *             The first grant written must give PERFMANT to
      *             the operator signed on, since from then on
      *             OPERSIGN stops looking at the level and nobody
      *             else could get back in here. Level-3 sign-on.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-STATUS-OPERADORES.

           SELECT ARQ-PERFIS ASSIGN TO "PERFACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-STATUS-PERFIS.

           SELECT ARQ-REGRAS ASSIGN TO "SODREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CHAVE
               FILE STATUS IS WRK-STATUS-REGRAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY OPERMSTR.

       FD  ARQ-PERFIS.
           COPY PERFREC.

       FD  ARQ-REGRAS.
           COPY SODREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-OPERADORES PIC X(02).
       77 WRK-STATUS-PERFIS     PIC X(02).
       77 WRK-STATUS-REGRAS     PIC X(02).
       77 WRK-OPCAO             PIC X(01).
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'PERFMANT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-TITULAR           PIC X(08).
       77 WRK-TIPO              PIC X(01).
       77 WRK-OBJETO            PIC X(08).
       77 WRK-PROGRAMA-A        PIC X(08).
       77 WRK-PROGRAMA-B        PIC X(08).
       77 WRK-MOTIVO            PIC X(40).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-MEMBRO            PIC X(08).
       77 WRK-QTD-LISTADOS      PIC 9(04) VALUE 0.

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-TITULAR-OK PIC X VALUE 'N'.
           88 TITULAR-VALIDO VALUE 'S'.

       01 WRK-CONFLITO PIC X VALUE 'N'.
           88 HA-CONFLITO VALUE 'S'.

       01 WRK-PERFIS-VAZIO PIC X VALUE 'N'.
           88 PERFIS-VAZIO VALUE 'S'.

       01 WRK-FIM-PERFIS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PERFIS VALUE 'S'.

       01 WRK-FIM-REGRAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-REGRAS VALUE 'S'.

       01 WRK-TABELA-CHEIA PIC X VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.

      * What one operator can run, and from where: the operator's
      * own grants, each role's grants, and the grant being made
      * (EFE-NOVO), which is the only one the rules are held to -
      * an older conflict is RELPERF's to report.
       01 EFETIVOS.
           03 WRK-QTD-EFETIVOS     PIC 9(03) VALUE 0.
           03 EFE-TAB OCCURS 300 TIMES.
               05 EFE-PROGRAMA         PIC X(08).
               05 EFE-ORIGEM           PIC X(08).
               05 EFE-NOVO             PIC X(01).

       01 PAPEIS-OPERADOR.
           03 WRK-QTD-PAPEIS       PIC 9(02) VALUE 0.
           03 PAP-NOME OCCURS 20 TIMES PIC X(08).

       01 MEMBROS-PAPEL.
           03 WRK-QTD-MEMBROS      PIC 9(03) VALUE 0.
           03 MBR-OPERADOR OCCURS 200 TIMES PIC X(08).

       01 NOVOS-PROGRAMAS.
           03 WRK-QTD-NOVOS        PIC 9(03) VALUE 0.
           03 NOV-PROGRAMA OCCURS 100 TIMES PIC X(08).

       01 CONT-EFE         PIC 9(03) VALUE 0.
       01 CONT-PAR         PIC 9(03) VALUE 0.
       01 CONT-PAP         PIC 9(02) VALUE 0.
       01 CONT-MBR         PIC 9(03) VALUE 0.
       01 CONT-NOV         PIC 9(03) VALUE 0.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'PERFMANT - PERFIS DE ACESSO E SEGREGACAO DE FUNCOES'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-OPERADORES
           CLOSE ARQ-PERFIS
           CLOSE ARQ-REGRAS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-OPERADORES
           IF WRK-STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE OPERADORES '
                   '(OPERMSTR). STATUS: ' WRK-STATUS-OPERADORES
               STOP RUN
           END-IF
           OPEN I-O ARQ-PERFIS
           IF WRK-STATUS-PERFIS = '35'
               OPEN OUTPUT ARQ-PERFIS
               CLOSE ARQ-PERFIS
               OPEN I-O ARQ-PERFIS
           END-IF
           IF WRK-STATUS-PERFIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS PERFIS DE ACESSO '
                   '(PERFACES). STATUS: ' WRK-STATUS-PERFIS
               STOP RUN
           END-IF
           OPEN I-O ARQ-REGRAS
           IF WRK-STATUS-REGRAS = '35'
               OPEN OUTPUT ARQ-REGRAS
               CLOSE ARQ-REGRAS
               OPEN I-O ARQ-REGRAS
           END-IF
           IF WRK-STATUS-REGRAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS REGRAS DE SEGREGACAO '
                   '(SODREGRA). STATUS: ' WRK-STATUS-REGRAS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  C - CONSULTAR OPERADOR OU PAPEL'
           DISPLAY '  P - CONCEDER PROGRAMA'
           DISPLAY '  F - INCLUIR OPERADOR EM PAPEL'
           DISPLAY '  R - REVOGAR PROGRAMA OU PAPEL'
           DISPLAY '  S - INCLUIR REGRA DE SEGREGACAO'
           DISPLAY '  X - EXCLUIR REGRA DE SEGREGACAO'
           DISPLAY '  L - LISTAR REGRAS DE SEGREGACAO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-PERFIL
               WHEN 'P'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONCEDE-PROGRAMA
               WHEN 'F'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-EM-PAPEL
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM REVOGA-PERFIL
               WHEN 'S'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-REGRA
               WHEN 'X'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-REGRA
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-REGRAS
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

      * A titular is a registered operator or a role, whose name
      * starts with @.
       SOLICITA-TITULAR.
           MOVE SPACES TO WRK-TITULAR
           MOVE 'N' TO WRK-TITULAR-OK
           DISPLAY 'DIGITE O ID DO OPERADOR OU O PAPEL (@NOME)'
           ACCEPT WRK-TITULAR
           MOVE FUNCTION UPPER-CASE(WRK-TITULAR) TO WRK-TITULAR
           EVALUATE TRUE
               WHEN WRK-TITULAR = SPACES
                   DISPLAY 'TITULAR NAO INFORMADO.'
               WHEN WRK-TITULAR(1:1) = '@'
                   IF WRK-TITULAR(2:7) = SPACES
                       DISPLAY 'NOME DE PAPEL INVALIDO.'
                   ELSE
                       SET TITULAR-VALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WRK-TITULAR TO OPE-ID
                   READ ARQ-OPERADORES
                       INVALID KEY
                           DISPLAY 'OPERADOR NAO CADASTRADO: '
                               WRK-TITULAR
                       NOT INVALID KEY
                           SET TITULAR-VALIDO TO TRUE
                   END-READ
           END-EVALUATE.

       SOLICITA-PROGRAMA.
           MOVE SPACES TO WRK-OBJETO
           DISPLAY 'DIGITE O NOME DO PROGRAMA (EX.: FATPAGTO)'
           ACCEPT WRK-OBJETO
           MOVE FUNCTION UPPER-CASE(WRK-OBJETO) TO WRK-OBJETO.

       CONSULTA-PERFIL.
           PERFORM SOLICITA-TITULAR
           IF TITULAR-VALIDO
               DISPLAY '-----------------------------------------------'
               IF WRK-TITULAR(1:1) = '@'
                   DISPLAY 'PAPEL ' WRK-TITULAR
                   PERFORM LISTA-TITULAR
                   PERFORM APURA-MEMBROS
                   DISPLAY 'MEMBROS: ' WRK-QTD-MEMBROS
                   PERFORM EXIBE-MEMBRO
                       VARYING CONT-MBR FROM 1 BY 1
                       UNTIL CONT-MBR > WRK-QTD-MEMBROS
               ELSE
                   DISPLAY 'OPERADOR ' WRK-TITULAR ' ' OPE-NOME
                   MOVE WRK-TITULAR TO WRK-MEMBRO
                   PERFORM MONTA-EFETIVOS
                   DISPLAY 'PROGRAMAS QUE PODE EXECUTAR: '
                       WRK-QTD-EFETIVOS
                   PERFORM EXIBE-EFETIVO
                       VARYING CONT-EFE FROM 1 BY 1
                       UNTIL CONT-EFE > WRK-QTD-EFETIVOS
               END-IF
               DISPLAY '-----------------------------------------------'
           END-IF.

       LISTA-TITULAR.
           MOVE 0 TO WRK-QTD-LISTADOS
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE WRK-TITULAR TO PRF-TITULAR
           MOVE LOW-VALUES TO PRF-TIPO, PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-TITULAR UNTIL NAO-HA-MAIS-PERFIS
           IF WRK-QTD-LISTADOS = 0
               DISPLAY '  NENHUM PROGRAMA CONCEDIDO.'
           END-IF.

       LE-PERFIL-TITULAR.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = WRK-TITULAR
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY '  PROGRAMA ' PRF-OBJETO
                           '  CONCEDIDO POR ' PRF-OPERADOR
                           ' EM ' PRF-DATA
                   END-IF
           END-READ.

       EXIBE-MEMBRO.
           DISPLAY '  ' MBR-OPERADOR(CONT-MBR).

       EXIBE-EFETIVO.
           IF EFE-ORIGEM(CONT-EFE) = WRK-MEMBRO
               DISPLAY '  ' EFE-PROGRAMA(CONT-EFE) '  (DIRETO)'
           ELSE
               DISPLAY '  ' EFE-PROGRAMA(CONT-EFE) '  (PAPEL '
                   FUNCTION TRIM(EFE-ORIGEM(CONT-EFE)) ')'
           END-IF.

       CONCEDE-PROGRAMA.
           PERFORM SOLICITA-TITULAR
           IF TITULAR-VALIDO
               PERFORM SOLICITA-PROGRAMA
               IF WRK-OBJETO = SPACES OR WRK-OBJETO(1:1) = '@'
                   DISPLAY 'PROGRAMA INVALIDO.'
               ELSE
                   PERFORM CONFERE-PRIMEIRA-CONCESSAO
                   IF NOT PERFIS-VAZIO
                       OR (WRK-TITULAR = WRK-OPERADOR
                           AND WRK-OBJETO = 'PERFMANT')
                       PERFORM GRAVA-CONCESSAO
                   ELSE
                       DISPLAY 'A PRIMEIRA CONCESSAO DEVE DAR O '
                           'PERFMANT A VOCE ('
                           FUNCTION TRIM(WRK-OPERADOR) '):'
                       DISPLAY 'A PARTIR DELA O ACESSO PASSA A SER '
                           'CONTROLADO PELOS PERFIS.'
                   END-IF
               END-IF
           END-IF.

       CONFERE-PRIMEIRA-CONCESSAO.
           MOVE 'N' TO WRK-PERFIS-VAZIO
           MOVE LOW-VALUES TO PRF-CHAVE
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET PERFIS-VAZIO TO TRUE
           END-START.

       GRAVA-CONCESSAO.
           MOVE WRK-TITULAR TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE WRK-OBJETO TO PRF-OBJETO
           READ ARQ-PERFIS
               INVALID KEY
                   MOVE 0 TO WRK-QTD-NOVOS
                   PERFORM GUARDA-NOVO-PROGRAMA
                   PERFORM VERIFICA-SEGREGACAO
                   IF NOT HA-CONFLITO
                       MOVE WRK-TITULAR TO PRF-TITULAR
                       MOVE 'P' TO PRF-TIPO
                       MOVE WRK-OBJETO TO PRF-OBJETO
                       MOVE WRK-OPERADOR TO PRF-OPERADOR
                       MOVE WRK-DATA-EXECUCAO TO PRF-DATA
                       WRITE PERFIL-REC
                       END-WRITE
                       DISPLAY 'PROGRAMA ' FUNCTION TRIM(WRK-OBJETO)
                           ' CONCEDIDO A ' FUNCTION TRIM(WRK-TITULAR)
                           '.'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'PROGRAMA JA CONCEDIDO A ESTE TITULAR.'
           END-READ.

       GUARDA-NOVO-PROGRAMA.
           IF WRK-QTD-NOVOS < 100
               ADD 1 TO WRK-QTD-NOVOS
               MOVE WRK-OBJETO TO NOV-PROGRAMA(WRK-QTD-NOVOS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

       INCLUI-EM-PAPEL.
           PERFORM SOLICITA-TITULAR
           IF TITULAR-VALIDO
               IF WRK-TITULAR(1:1) = '@'
                   DISPLAY 'INFORME UM OPERADOR, NAO UM PAPEL.'
               ELSE
                   MOVE SPACES TO WRK-OBJETO
                   DISPLAY 'DIGITE O PAPEL (@NOME)'
                   ACCEPT WRK-OBJETO
                   MOVE FUNCTION UPPER-CASE(WRK-OBJETO) TO WRK-OBJETO
                   IF WRK-OBJETO(1:1) NOT = '@'
                       OR WRK-OBJETO(2:7) = SPACES
                       DISPLAY 'NOME DE PAPEL INVALIDO.'
                   ELSE
                       PERFORM GRAVA-PAPEL
                   END-IF
               END-IF
           END-IF.

      * The role's programs are what the operator is about to
      * gain, so they are the new grants the rules are held to.
       GRAVA-PAPEL.
           MOVE WRK-TITULAR TO PRF-TITULAR
           MOVE 'F' TO PRF-TIPO
           MOVE WRK-OBJETO TO PRF-OBJETO
           READ ARQ-PERFIS
               INVALID KEY
                   PERFORM APURA-PROGRAMAS-PAPEL
                   MOVE 'N' TO WRK-CONFLITO
                   MOVE WRK-TITULAR TO WRK-MEMBRO
                   PERFORM CONFERE-MEMBRO
                   IF TABELA-ESTOURADA
                       DISPLAY 'LIMITE DAS TABELAS DE CONFERENCIA '
                           'EXCEDIDO. PAPEL NAO ATRIBUIDO.'
                       MOVE 'N' TO WRK-TABELA-CHEIA
                   ELSE
                       IF NOT HA-CONFLITO
                           MOVE WRK-TITULAR TO PRF-TITULAR
                           MOVE 'F' TO PRF-TIPO
                           MOVE WRK-OBJETO TO PRF-OBJETO
                           MOVE WRK-OPERADOR TO PRF-OPERADOR
                           MOVE WRK-DATA-EXECUCAO TO PRF-DATA
                           WRITE PERFIL-REC
                           END-WRITE
                           DISPLAY 'OPERADOR '
                               FUNCTION TRIM(WRK-TITULAR)
                               ' INCLUIDO NO PAPEL '
                               FUNCTION TRIM(WRK-OBJETO) '.'
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'OPERADOR JA PERTENCE A ESTE PAPEL.'
           END-READ.

       APURA-PROGRAMAS-PAPEL.
           MOVE 0 TO WRK-QTD-NOVOS
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE WRK-OBJETO TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE LOW-VALUES TO PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PROGRAMA-PAPEL UNTIL NAO-HA-MAIS-PERFIS.

       LE-PROGRAMA-PAPEL.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = WRK-OBJETO
                       OR NOT PERFIL-PROGRAMA
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       IF WRK-QTD-NOVOS < 100
                           ADD 1 TO WRK-QTD-NOVOS
                           MOVE PRF-OBJETO
                               TO NOV-PROGRAMA(WRK-QTD-NOVOS)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * A grant to an operator is checked for that operator; a
      * grant to a role for every operator in the role.
       VERIFICA-SEGREGACAO.
           MOVE 'N' TO WRK-CONFLITO
           IF WRK-TITULAR(1:1) = '@'
               PERFORM APURA-MEMBROS
               PERFORM CONFERE-MEMBRO-PAPEL
                   VARYING CONT-MBR FROM 1 BY 1
                   UNTIL CONT-MBR > WRK-QTD-MEMBROS
           ELSE
               MOVE WRK-TITULAR TO WRK-MEMBRO
               PERFORM CONFERE-MEMBRO
           END-IF
           IF TABELA-ESTOURADA
               DISPLAY 'LIMITE DAS TABELAS DE CONFERENCIA EXCEDIDO. '
                   'CONCESSAO NAO GRAVADA.'
               SET HA-CONFLITO TO TRUE
               MOVE 'N' TO WRK-TABELA-CHEIA
           END-IF.

       CONFERE-MEMBRO-PAPEL.
           MOVE MBR-OPERADOR(CONT-MBR) TO WRK-MEMBRO
           PERFORM CONFERE-MEMBRO.

       CONFERE-MEMBRO.
           PERFORM MONTA-EFETIVOS
           PERFORM ACRESCENTA-NOVO
               VARYING CONT-NOV FROM 1 BY 1
               UNTIL CONT-NOV > WRK-QTD-NOVOS
           PERFORM CONFERE-PARES
               VARYING CONT-EFE FROM 1 BY 1
               UNTIL CONT-EFE > WRK-QTD-EFETIVOS.

       ACRESCENTA-NOVO.
           IF WRK-QTD-EFETIVOS < 300
               ADD 1 TO WRK-QTD-EFETIVOS
               MOVE NOV-PROGRAMA(CONT-NOV)
                   TO EFE-PROGRAMA(WRK-QTD-EFETIVOS)
               MOVE 'NOVO' TO EFE-ORIGEM(WRK-QTD-EFETIVOS)
               MOVE 'S' TO EFE-NOVO(WRK-QTD-EFETIVOS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

       CONFERE-PARES.
           IF EFE-NOVO(CONT-EFE) = 'S'
               PERFORM CONFERE-PAR
                   VARYING CONT-PAR FROM 1 BY 1
                   UNTIL CONT-PAR > WRK-QTD-EFETIVOS
           END-IF.

      * A pair of two new grants is seen from both sides; it is
      * only checked from the first.
       CONFERE-PAR.
           IF EFE-PROGRAMA(CONT-PAR) NOT = EFE-PROGRAMA(CONT-EFE)
               AND (EFE-NOVO(CONT-PAR) NOT = 'S'
                   OR CONT-PAR > CONT-EFE)
               IF EFE-PROGRAMA(CONT-EFE) < EFE-PROGRAMA(CONT-PAR)
                   MOVE EFE-PROGRAMA(CONT-EFE) TO SOD-PROGRAMA-A
                   MOVE EFE-PROGRAMA(CONT-PAR) TO SOD-PROGRAMA-B
               ELSE
                   MOVE EFE-PROGRAMA(CONT-PAR) TO SOD-PROGRAMA-A
                   MOVE EFE-PROGRAMA(CONT-EFE) TO SOD-PROGRAMA-B
               END-IF
               READ ARQ-REGRAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HA-CONFLITO TO TRUE
                       DISPLAY 'CONFLITO PARA ' WRK-MEMBRO ': '
                           FUNCTION TRIM(SOD-PROGRAMA-A) ' X '
                           FUNCTION TRIM(SOD-PROGRAMA-B) ' - '
                           FUNCTION TRIM(SOD-MOTIVO)
                       DISPLAY '  (' FUNCTION TRIM(EFE-PROGRAMA
                           (CONT-PAR)) ' VEM DE '
                           FUNCTION TRIM(EFE-ORIGEM(CONT-PAR))
                           '). CONCESSAO RECUSADA.'
               END-READ
           END-IF.

      * Everything the operator can run today: own grants first,
      * then each role's. Roles are collected before any is read.
       MONTA-EFETIVOS.
           MOVE 0 TO WRK-QTD-EFETIVOS
           MOVE 0 TO WRK-QTD-PAPEIS
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE WRK-MEMBRO TO PRF-TITULAR
           MOVE LOW-VALUES TO PRF-TIPO, PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-MEMBRO UNTIL NAO-HA-MAIS-PERFIS
           PERFORM MONTA-EFETIVOS-PAPEL
               VARYING CONT-PAP FROM 1 BY 1
               UNTIL CONT-PAP > WRK-QTD-PAPEIS.

       LE-PERFIL-MEMBRO.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = WRK-MEMBRO
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       IF PERFIL-PAPEL
                           IF WRK-QTD-PAPEIS < 20
                               ADD 1 TO WRK-QTD-PAPEIS
                               MOVE PRF-OBJETO
                                   TO PAP-NOME(WRK-QTD-PAPEIS)
                           ELSE
                               SET TABELA-ESTOURADA TO TRUE
                           END-IF
                       ELSE
                           PERFORM GUARDA-EFETIVO
                       END-IF
                   END-IF
           END-READ.

       MONTA-EFETIVOS-PAPEL.
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE PAP-NOME(CONT-PAP) TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE LOW-VALUES TO PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-PAPEL UNTIL NAO-HA-MAIS-PERFIS.

       LE-PERFIL-PAPEL.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = PAP-NOME(CONT-PAP)
                       OR NOT PERFIL-PROGRAMA
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       PERFORM GUARDA-EFETIVO
                   END-IF
           END-READ.

       GUARDA-EFETIVO.
           IF WRK-QTD-EFETIVOS < 300
               ADD 1 TO WRK-QTD-EFETIVOS
               MOVE PRF-OBJETO TO EFE-PROGRAMA(WRK-QTD-EFETIVOS)
               MOVE PRF-TITULAR TO EFE-ORIGEM(WRK-QTD-EFETIVOS)
               MOVE 'N' TO EFE-NOVO(WRK-QTD-EFETIVOS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

      * Role membership has no key of its own: the whole file is
      * read for the F records naming the role.
       APURA-MEMBROS.
           MOVE 0 TO WRK-QTD-MEMBROS
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE LOW-VALUES TO PRF-CHAVE
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-MEMBRO UNTIL NAO-HA-MAIS-PERFIS.

       LE-MEMBRO.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PERFIL-PAPEL AND PRF-OBJETO = WRK-TITULAR
                       IF WRK-QTD-MEMBROS < 200
                           ADD 1 TO WRK-QTD-MEMBROS
                           MOVE PRF-TITULAR
                               TO MBR-OPERADOR(WRK-QTD-MEMBROS)
                       ELSE
                           SET TABELA-ESTOURADA TO TRUE
                       END-IF
                   END-IF
           END-READ.

       REVOGA-PERFIL.
           PERFORM SOLICITA-TITULAR
           IF TITULAR-VALIDO
               MOVE SPACES TO WRK-TIPO
               DISPLAY 'REVOGAR: P - PROGRAMA  F - PAPEL'
               ACCEPT WRK-TIPO
               MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
               MOVE SPACES TO WRK-OBJETO
               IF WRK-TIPO = 'F'
                   DISPLAY 'DIGITE O PAPEL (@NOME)'
                   ACCEPT WRK-OBJETO
                   MOVE FUNCTION UPPER-CASE(WRK-OBJETO) TO WRK-OBJETO
               ELSE
                   PERFORM SOLICITA-PROGRAMA
               END-IF
               MOVE WRK-TITULAR TO PRF-TITULAR
               MOVE WRK-TIPO TO PRF-TIPO
               MOVE WRK-OBJETO TO PRF-OBJETO
               READ ARQ-PERFIS
                   INVALID KEY
                       DISPLAY 'CONCESSAO NAO ENCONTRADA.'
                   NOT INVALID KEY
                       DELETE ARQ-PERFIS
                       DISPLAY 'CONCESSAO REVOGADA.'
               END-READ
           END-IF.

      * The pair is kept in ascending order, so the rule reads the
      * same whichever way round it was keyed.
       INCLUI-REGRA.
           PERFORM SOLICITA-PAR-REGRA
           IF WRK-PROGRAMA-A = SPACES OR WRK-PROGRAMA-B = SPACES
               OR WRK-PROGRAMA-A = WRK-PROGRAMA-B
               DISPLAY 'INFORME DOIS PROGRAMAS DIFERENTES.'
           ELSE
               READ ARQ-REGRAS
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       DISPLAY 'DIGITE O MOTIVO DA SEGREGACAO'
                       ACCEPT WRK-MOTIVO
                       MOVE WRK-MOTIVO TO SOD-MOTIVO
                       MOVE WRK-OPERADOR TO SOD-OPERADOR
                       MOVE WRK-DATA-EXECUCAO TO SOD-DATA
                       WRITE SOD-REGRA-REC
                       END-WRITE
                       DISPLAY 'REGRA INCLUIDA. OPERADORES QUE JA '
                           'ACUMULAM OS DOIS APARECEM NO RELPERF.'
                   NOT INVALID KEY
                       DISPLAY 'REGRA JA CADASTRADA: '
                           FUNCTION TRIM(SOD-MOTIVO)
               END-READ
           END-IF.

       SOLICITA-PAR-REGRA.
           MOVE SPACES TO WRK-PROGRAMA-A, WRK-PROGRAMA-B
           DISPLAY 'DIGITE O PRIMEIRO PROGRAMA'
           ACCEPT WRK-PROGRAMA-A
           DISPLAY 'DIGITE O SEGUNDO PROGRAMA'
           ACCEPT WRK-PROGRAMA-B
           MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA-A) TO WRK-PROGRAMA-A
           MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA-B) TO WRK-PROGRAMA-B
           IF WRK-PROGRAMA-A < WRK-PROGRAMA-B
               MOVE WRK-PROGRAMA-A TO SOD-PROGRAMA-A
               MOVE WRK-PROGRAMA-B TO SOD-PROGRAMA-B
           ELSE
               MOVE WRK-PROGRAMA-B TO SOD-PROGRAMA-A
               MOVE WRK-PROGRAMA-A TO SOD-PROGRAMA-B
           END-IF.

       EXCLUI-REGRA.
           PERFORM SOLICITA-PAR-REGRA
           READ ARQ-REGRAS
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'REGRA: ' FUNCTION TRIM(SOD-MOTIVO)
                   DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE ARQ-REGRAS
                       DISPLAY 'REGRA EXCLUIDA.'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-READ.

       LISTA-REGRAS.
           MOVE 0 TO WRK-QTD-LISTADOS
           MOVE 'N' TO WRK-FIM-REGRAS
           MOVE LOW-VALUES TO SOD-CHAVE
           START ARQ-REGRAS KEY IS NOT LESS THAN SOD-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-REGRAS TO TRUE
           END-START
           DISPLAY '-----------------------------------------------'
           PERFORM LE-REGRA UNTIL NAO-HA-MAIS-REGRAS
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUMA REGRA DE SEGREGACAO CADASTRADA.'
           END-IF
           DISPLAY '-----------------------------------------------'.

       LE-REGRA.
           READ ARQ-REGRAS NEXT
               AT END
                   SET NAO-HA-MAIS-REGRAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY SOD-PROGRAMA-A ' X ' SOD-PROGRAMA-B ' - '
                       FUNCTION TRIM(SOD-MOTIVO)
           END-READ.
       END PROGRAM PERFMANT.
