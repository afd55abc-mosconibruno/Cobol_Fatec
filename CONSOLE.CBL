      * BANCO, RELATORIOS) QUE CHAMA OS PROGRAMAS EXISTENTES, E UM
      * PERFIL DE PERMISSOES POR OPERADOR (permissoes.txt: CODIGO DO
      * OPERADOR + CODIGO DO ITEM, "**" LIBERA TUDO). TENTATIVAS FORA
      * DO PERFIL E LOGINS SAO REGISTRADOS EM ACESSOS.TXT (TRILHA
      * SELADA PELA ROTINA GravaTrilha). PROGRAMAS
      * QUE ENCERRAM COM STOP RUN ENCERRAM TAMBEM A SESSAO DO
      * CONSOLE (COMPORTAMENTO DE CHAIN).
       ENVIRONMENT DIVISION.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST2.

       DATA DIVISION.
       FILE SECTION.
       FD FUNC-FILE LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "funcionarios.txt".
          01 REG-FUNC.
                02 COD-FUNC       PIC 9(04).
                02 FUNC-SAL       PIC X(08).
                02 NOME-FUNC      PIC X(30).
                02 FUNC-ATIVO     PIC X(01).
                02 FUNC-ADMIN     PIC X(01).
                02 FUNC-TROCA     PIC X(01).
                02 FUNC-FALHAS    PIC 9(01).
                02 FUNC-SENHA-DATA PIC 9(08).
                02 FUNC-HASH      PIC X(16).

       FD PERMISSOES LABEL RECORD STANDARD
                DATA RECORD IS REG-PERM
                02 FILLER         PIC X(02).
                02 PM-ITEM        PIC X(02).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 LINHA-ACESSO          PIC X(60).
          01 WS-TRILHA-ACESSO      PIC X(20) VALUE "ACESSOS.TXT".
          01 WS-ACAO-TRILHA        PIC X(01) VALUE "G".
          01 WS-TAM-ACESSO         PIC 9(03) VALUE 60.
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-COD-OPER           PIC 9(04) VALUE ZEROS.
          01 WS-SENHA              PIC X(08) VALUE SPACES.
          01 WS-HASH-SENHA         PIC X(16) VALUE SPACES.
          01 WS-SENHA-NOVA         PIC X(08) VALUE SPACES.
          01 WS-SENHA-CONF         PIC X(08) VALUE SPACES.
          01 WS-TROCA-FUNC         PIC X(01) VALUE "N".
          01 WS-TROCA-RES          PIC X(01) VALUE "N".
          01 WS-NOME-OPER          PIC X(30) VALUE SPACES.
          01 WS-LOGIN-OK           PIC X(01) VALUE "N".
          01 WS-TEM-PERMISSOES     PIC X(01) VALUE "N".
                02 FILLER PIC X(18) VALUE "C6CREDPAG         ".
                02 FILLER PIC X(18) VALUE "C7CLIPURGE        ".
                02 FILLER PIC X(18) VALUE "C8CLIETIQ         ".
                02 FILLER PIC X(18) VALUE "C9CLIVISAO        ".
                02 FILLER PIC X(18) VALUE "B1SistemaBancario ".
                02 FILLER PIC X(18) VALUE "B2AdminFunc       ".
                02 FILLER PIC X(18) VALUE "B3OrdemPermanente ".
                02 FILLER PIC X(18) VALUE "R6SegmentaClientes".
                02 FILLER PIC X(18) VALUE "R7CREDAGE         ".
          01 TABELA-MENU REDEFINES TABELA-MENU-VAL.
                02 MENU-T OCCURS 33 TIMES.
                   03 MENU-CODIGO  PIC X(02).
                   03 MENU-PROG    PIC X(16).

                 EXIT PARAGRAPH.
              PERFORM PROCURA-OPERADOR UNTIL WS-FIM = "S".
              CLOSE FUNC-FILE.
              IF WS-LOGIN-OK = "S" AND WS-TROCA-FUNC = "S"
                 PERFORM TROCA-SENHA-OPERADOR.
              MOVE "LG" TO WS-ITEM.
              IF WS-LOGIN-OK = "S"
                 PERFORM GRAVA-ACESSO-OK
                 PERFORM GRAVA-ACESSO-NEGADO.
              MOVE SPACES TO WS-ITEM.

      * SENHA INICIAL OU CONVERTIDA: O OPERADOR TROCA NO LOGIN
      * (ROTINA TrocaSenha); SEM A TROCA O LOGIN E NEGADO
       TROCA-SENHA-OPERADOR.
              DISPLAY "SENHA INICIAL - TROCA OBRIGATORIA".
              DISPLAY "NOVA SENHA: ".
              MOVE SPACES TO WS-SENHA-NOVA.
              ACCEPT WS-SENHA-NOVA.
              DISPLAY "CONFIRMACAO: ".
              MOVE SPACES TO WS-SENHA-CONF.
              ACCEPT WS-SENHA-CONF.
              MOVE "N" TO WS-TROCA-RES.
              IF WS-SENHA-NOVA NOT = SPACES
                 AND WS-SENHA-NOVA = WS-SENHA-CONF
                 CALL "TrocaSenha" USING WS-COD-OPER WS-SENHA-NOVA
                                         WS-TROCA-RES.
              MOVE SPACES TO WS-SENHA-NOVA.
              MOVE SPACES TO WS-SENHA-CONF.
              IF WS-TROCA-RES = "I"
                 DISPLAY "A SENHA NOVA DEVE SER DIFERENTE DA ATUAL".
              IF WS-TROCA-RES NOT = "S"
                 DISPLAY "SENHA NAO TROCADA"
                 MOVE "N" TO WS-LOGIN-OK.

       PROCURA-OPERADOR.
              READ FUNC-FILE
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    IF COD-FUNC = WS-COD-OPER
                       AND FUNC-ATIVO NOT = "N"
                       CALL "HashSenha" USING COD-FUNC FUNC-SAL
                                              WS-SENHA WS-HASH-SENHA
                       MOVE SPACES TO WS-SENHA
                       IF FUNC-HASH = WS-HASH-SENHA
                          MOVE "S" TO WS-LOGIN-OK
                          MOVE NOME-FUNC TO WS-NOME-OPER
                          MOVE FUNC-TROCA TO WS-TROCA-FUNC
                       END-IF
                       MOVE "S" TO WS-FIM
                    END-IF
              END-READ.
                      "C3 FUSAO CPF  C4 RESTAURACAO".
              DISPLAY "            C5 CREDIARIO LANC.  "
                      "C6 CREDIARIO RECEB.  C7 LGPD  C8 ETIQUETAS".
              DISPLAY "            C9 VISAO DO CLIENTE POR CPF".
              DISPLAY "BANCO:      B1 SISTEMA  B2 ADMIN CAIXAS  "
                      "B3 ORDENS  B4 BLACKLIST".
              DISPLAY "            B5 AGENCIAS  B6 REABERTURA  "

       LOCALIZA-PROGRAMA.
              MOVE SPACES TO WS-PROGRAMA.
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 33
                 IF MENU-CODIGO(WS-IDX) = WS-ITEM
                    MOVE MENU-PROG(WS-IDX) TO WS-PROGRAMA
                    EXIT PERFORM
              MOVE WS-HORA(1:6) TO LA-HORA.
              MOVE WS-COD-OPER TO LA-FUNC.
              MOVE WS-ITEM TO LA-ITEM.
              MOVE LINHA-ACESSO-DET TO LINHA-ACESSO.
              CALL "GravaTrilha" USING WS-ACAO-TRILHA WS-TRILHA-ACESSO
                                       LINHA-ACESSO WS-TAM-ACESSO.
