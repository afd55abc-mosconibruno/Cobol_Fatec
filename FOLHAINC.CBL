       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHAINC.

      * CADASTRO DOS FUNCIONARIOS DA LOJA PARA A FOLHA (FUNCFOLHA.DAT,
      * CHAVE = CODIGO DO OPERADOR DE CAIXA COMO GRAVADO EM VENDAS.TXT):
      * NOME, CPF (CONFERIDO PELO ValidaCPF), SALARIO BASE E AGENCIA/
      * CONTA DE CREDITO NO BANCO. A FOLHA MENSAL E FEITA PELO
      * FOLHALOJ; FUNCIONARIO INATIVO NAO ENTRA NA FOLHA
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FUNCFOLHA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FF-OPERADOR
              FILE STATUS ARQST.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCFOLHA LABEL RECORD STANDARD
                DATA RECORD IS REG-FUNCFOLHA
                VALUE OF FILE-ID IS "FUNCFOLHA.DAT".
          01 REG-FUNCFOLHA.
                02 FF-OPERADOR    PIC X(10).
                02 FF-NOME        PIC X(30).
                02 FF-CPF         PIC 9(11).
                02 FF-SALARIO     PIC 9(07)V99.
                02 FF-AGENCIA     PIC 9(04).
                02 FF-CONTA       PIC 9(09).
                02 FF-SITUACAO    PIC X(01).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 WS-MODO               PIC X(01) VALUE SPACES.
              88 MODO-INCLUIR      VALUE "I" "i".
              88 MODO-EXCLUIR      VALUE "E" "e".
              88 MODO-LISTAR       VALUE "L" "l".
              88 MODO-FIM          VALUE "F" "f".
          01 WS-OPERADOR           PIC X(10) VALUE SPACES.
          01 WS-NOME               PIC X(30) VALUE SPACES.
          01 WS-CPF-TESTE          PIC 9(11) VALUE ZEROS.
          01 WS-CPF-VALIDO         PIC X(01) VALUE "N".
          01 WS-SALARIO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AGENCIA            PIC 9(04) VALUE ZEROS.
          01 WS-CONTA              PIC 9(09) VALUE ZEROS.
          01 WS-SITUACAO           PIC X(01) VALUE "A".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 LD-SALARIO            PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              OPEN I-O FUNCFOLHA.
              IF ARQST NOT = "00"
                 OPEN OUTPUT FUNCFOLHA
                 CLOSE FUNCFOLHA
                 OPEN I-O FUNCFOLHA.
              PERFORM PROCESSO UNTIL MODO-FIM.
              DISPLAY "FIM DE PROGRAMA".
              CLOSE FUNCFOLHA.
              STOP RUN.

       PROCESSO.
              DISPLAY "FUNCIONARIOS DA LOJA - FOLHA DE PAGAMENTO".
              DISPLAY "MODO (I-INCLUIR / E-EXCLUIR / L-LISTAR / "
                      "F-FIM): ".
              ACCEPT WS-MODO.
              EVALUATE TRUE
                 WHEN MODO-INCLUIR
                    PERFORM INCLUI-FUNCIONARIO
                 WHEN MODO-EXCLUIR
                    PERFORM EXCLUI-FUNCIONARIO
                 WHEN MODO-LISTAR
                    PERFORM LISTA-FUNCIONARIOS
                 WHEN MODO-FIM
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE.

      * FUNCIONARIO JA CADASTRADO E ATUALIZADO COM OS DADOS NOVOS
       INCLUI-FUNCIONARIO.
              DISPLAY "OPERADOR: ".
              MOVE SPACES TO WS-OPERADOR.
              ACCEPT WS-OPERADOR.
              IF WS-OPERADOR = SPACES
                 DISPLAY "OPERADOR OBRIGATORIO"
                 EXIT PARAGRAPH.
              DISPLAY "NOME: ".
              MOVE SPACES TO WS-NOME.
              ACCEPT WS-NOME.
              IF WS-NOME = SPACES
                 DISPLAY "NOME OBRIGATORIO"
                 EXIT PARAGRAPH.
              DISPLAY "CPF (SO NUMEROS): ".
              MOVE ZEROS TO WS-CPF-TESTE.
              ACCEPT WS-CPF-TESTE.
              MOVE "N" TO WS-CPF-VALIDO.
              IF WS-CPF-TESTE NOT = ZEROS
                 CALL "ValidaCPF" USING WS-CPF-TESTE WS-CPF-VALIDO.
              IF WS-CPF-VALIDO NOT = "S"
                 DISPLAY "CPF INVALIDO"
                 EXIT PARAGRAPH.
              DISPLAY "SALARIO BASE (EX: 1850,00): ".
              MOVE ZEROS TO WS-SALARIO.
              ACCEPT WS-SALARIO.
              IF WS-SALARIO = ZEROS
                 DISPLAY "SALARIO OBRIGATORIO"
                 EXIT PARAGRAPH.
              DISPLAY "AGENCIA: ".
              MOVE ZEROS TO WS-AGENCIA.
              ACCEPT WS-AGENCIA.
              DISPLAY "CONTA: ".
              MOVE ZEROS TO WS-CONTA.
              ACCEPT WS-CONTA.
              IF WS-AGENCIA = ZEROS OR WS-CONTA = ZEROS
                 DISPLAY "AGENCIA E CONTA OBRIGATORIAS"
                 EXIT PARAGRAPH.
              DISPLAY "SITUACAO (A-ATIVO / I-INATIVO): ".
              MOVE "A" TO WS-SITUACAO.
              ACCEPT WS-SITUACAO.
              IF WS-SITUACAO = "i"
                 MOVE "I" TO WS-SITUACAO.
              IF WS-SITUACAO NOT = "I"
                 MOVE "A" TO WS-SITUACAO.
              MOVE WS-OPERADOR  TO FF-OPERADOR.
              MOVE WS-NOME      TO FF-NOME.
              MOVE WS-CPF-TESTE TO FF-CPF.
              MOVE WS-SALARIO   TO FF-SALARIO.
              MOVE WS-AGENCIA   TO FF-AGENCIA.
              MOVE WS-CONTA     TO FF-CONTA.
              MOVE WS-SITUACAO  TO FF-SITUACAO.
              WRITE REG-FUNCFOLHA
                 INVALID KEY
                    REWRITE REG-FUNCFOLHA
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR"
                       NOT INVALID KEY
                          DISPLAY "FUNCIONARIO ATUALIZADO"
                    END-REWRITE
                 NOT INVALID KEY
                    DISPLAY "FUNCIONARIO INCLUIDO"
              END-WRITE.

       EXCLUI-FUNCIONARIO.
              DISPLAY "OPERADOR: ".
              MOVE SPACES TO WS-OPERADOR.
              ACCEPT WS-OPERADOR.
              MOVE WS-OPERADOR TO FF-OPERADOR.
              DELETE FUNCFOLHA
                 INVALID KEY
                    DISPLAY "FUNCIONARIO NAO ENCONTRADO"
                 NOT INVALID KEY
                    DISPLAY "FUNCIONARIO EXCLUIDO"
              END-DELETE.

       LISTA-FUNCIONARIOS.
              MOVE LOW-VALUES TO FF-OPERADOR.
              START FUNCFOLHA KEY IS GREATER THAN FF-OPERADOR
                 INVALID KEY
                    DISPLAY "CADASTRO VAZIO"
                    EXIT PARAGRAPH
              END-START.
              MOVE "N" TO WS-FIM.
              PERFORM LISTA-LINHA UNTIL WS-FIM = "S".

       LISTA-LINHA.
              READ FUNCFOLHA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                 NOT AT END
                    MOVE FF-SALARIO TO LD-SALARIO
                    DISPLAY FF-OPERADOR " " FF-NOME " CPF " FF-CPF
                    DISPLAY "   SALARIO " LD-SALARIO " AG " FF-AGENCIA
                            " CC " FF-CONTA " SIT " FF-SITUACAO
              END-READ.
