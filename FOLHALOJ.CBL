       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHALOJ.

      * FOLHA DE PAGAMENTO DA LOJA: PARA CADA FUNCIONARIO ATIVO DO
      * FUNCFOLHA.DAT (FOLHAINC) SOMA AO SALARIO BASE A COMISSAO DO
      * MES APURADA PELO PRODCOMI (COMISMES.DAT; COMISSAO NEGATIVA
      * NAO ENTRA) E DESCONTA AS FALTAS DE CAIXA CONFIRMADAS NO
      * PRODCAIX (FALTACX.DAT) ATE O FIM DO MES QUE AINDA NAO FORAM
      * DESCONTADAS; FALTA QUE NAO CABE NO BRUTO FICA PARA A FOLHA
      * SEGUINTE. IMPRIME OS HOLERITES EM HOLERITE.TXT, GUARDA A
      * FOLHA DO MES EM FOLHAPAG.DAT (CHAVE MES + OPERADOR) E GERA O
      * ARQUIVO DE CREDITO DO BANCO (folha-empresa.txt, LINHA H COM
      * EMPRESA E TOTAL DE CONTROLE E UMA LINHA D POR FUNCIONARIO COM
      * CPF, AGENCIA, CONTA E LIQUIDO) NO LAYOUT DO CreditoFolha. O
      * RETORNO DO BANCO E TRATADO PELO FOLHARET. CONTROLE MENSAL
      * PELO ControleJob; MES COM RETORNO JA PROCESSADO NAO E REFEITO
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FUNCFOLHA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FF-OPERADOR
              FILE STATUS ARQST.

              SELECT COMISMES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CS-CHAVE
              FILE STATUS ARQST2.

              SELECT FALTAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FX-CHAVE
              FILE STATUS ARQST3.

              SELECT FOLHAPAG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FP-CHAVE
              FILE STATUS ARQST4.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST5.

              SELECT FOLHABCO ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST6.

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

       FD COMISMES LABEL RECORD STANDARD
                DATA RECORD IS REG-COMISMES
                VALUE OF FILE-ID IS "COMISMES.DAT".
          01 REG-COMISMES.
                02 CS-CHAVE.
                   03 CS-MES       PIC 9(06).
                   03 CS-OPERADOR  PIC X(10).
                02 CS-VENDAS       PIC S9(09)V99.
                02 CS-TAXA         PIC 9(02)V99.
                02 CS-COMISSAO     PIC S9(09)V99.
                02 CS-DATA         PIC 9(08).

       FD FALTAS LABEL RECORD STANDARD
                DATA RECORD IS REG-FALTA
                VALUE OF FILE-ID IS "FALTACX.DAT".
          01 REG-FALTA.
                02 FX-CHAVE.
                   03 FX-DATA     PIC 9(08).
                   03 FX-OPERADOR PIC X(10).
                02 FX-VALOR       PIC 9(07)V99.
                02 FX-FOLHA       PIC 9(06).

      * FP-SITUACAO: E = ENVIADO AO BANCO, P = PAGO, N = NAO PAGO
      * (REJEITADO NO CreditoFolha), Z = SEM LIQUIDO A CREDITAR
       FD FOLHAPAG LABEL RECORD STANDARD
                DATA RECORD IS REG-FOLHAPAG
                VALUE OF FILE-ID IS "FOLHAPAG.DAT".
          01 REG-FOLHAPAG.
                02 FP-CHAVE.
                   03 FP-MES       PIC 9(06).
                   03 FP-OPERADOR  PIC X(10).
                02 FP-NOME         PIC X(30).
                02 FP-CPF          PIC 9(11).
                02 FP-AGENCIA      PIC 9(04).
                02 FP-CONTA        PIC 9(09).
                02 FP-SALARIO      PIC 9(07)V99.
                02 FP-COMISSAO     PIC 9(07)V99.
                02 FP-DESCONTO     PIC 9(07)V99.
                02 FP-LIQUIDO      PIC 9(07)V99.
                02 FP-SITUACAO     PIC X(01).
                02 FP-MOTIVO       PIC X(25).
                02 FP-DATA-GER     PIC 9(08).
                02 FP-DATA-RET     PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS LINHA-REL
                VALUE OF FILE-ID IS "HOLERITE.TXT".
          01 LINHA-REL             PIC X(100).

      * ARQUIVO DE CREDITO DE FOLHA NO LAYOUT DO CreditoFolha:
      * H = EMPRESA E TOTAL DE CONTROLE, D = FUNCIONARIO
       FD FOLHABCO LABEL RECORD STANDARD
                DATA RECORD IS REG-FOLHA
                VALUE OF FILE-ID IS "folha-empresa.txt".
          01 REG-FOLHA.
                02 FL-TIPO        PIC X(01).
                02 FILLER         PIC X(01).
                02 FL-RESTO       PIC X(50).
          01 REG-FOLHA-H.
                02 FH-TIPO        PIC X(01).
                02 FH-SEP1        PIC X(01).
                02 FH-EMPRESA     PIC 9(04).
                02 FH-SEP2        PIC X(01).
                02 FH-TOTAL       PIC 9(09)V99.
                02 FILLER         PIC X(34).
          01 REG-FOLHA-D.
                02 FD-TIPO        PIC X(01).
                02 FD-SEP1        PIC X(01).
                02 FD-CPF         PIC 9(11).
                02 FD-SEP2        PIC X(01).
                02 FD-AGENCIA     PIC 9(04).
                02 FD-SEP3        PIC X(01).
                02 FD-CONTA       PIC 9(09).
                02 FD-SEP4        PIC X(01).
                02 FD-VALOR       PIC 9(07)V99.
                02 FILLER         PIC X(14).

       WORKING-STORAGE SECTION.
          01 ARQST                 PIC X(02).
          01 ARQST2                PIC X(02).
          01 ARQST3                PIC X(02).
          01 ARQST4                PIC X(02).
          01 ARQST5                PIC X(02).
          01 ARQST6                PIC X(02).
          01 WS-TEM-COMIS          PIC X(01) VALUE "N".
          01 WS-TEM-FALTAS         PIC X(01) VALUE "N".
          01 WS-FIM                PIC X(01) VALUE "N".
          01 WS-FIM-FALTA          PIC X(01) VALUE "N".
          01 WS-FIM-FOLHA          PIC X(01) VALUE "N".
          01 WS-RETORNADO          PIC X(01) VALUE "N".
          01 WS-MES-PESQ           PIC 9(06) VALUE ZEROS.
          01 WS-DATA-FIM           PIC 9(08) VALUE ZEROS.
          01 WS-EMPRESA            PIC 9(04) VALUE ZEROS.
          01 WS-RESP               PIC X(01) VALUE SPACE.
          01 WS-COMISSAO           PIC S9(09)V99 VALUE ZEROS.
          01 WS-BRUTO              PIC S9(09)V99 VALUE ZEROS.
          01 WS-DESCONTO           PIC S9(09)V99 VALUE ZEROS.
          01 WS-LIQUIDO            PIC S9(09)V99 VALUE ZEROS.
          01 WS-LIMITE-CREDITO     PIC 9(07)V99 VALUE 9999999,99.
          01 WS-TOTAL-BANCO        PIC 9(09)V99 VALUE ZEROS.
          01 WS-TOTAL-SEM          PIC 9(09)V99 VALUE ZEROS.
          01 WS-QTD-FUNC           PIC 9(04) VALUE ZEROS.
          01 WS-QTD-BANCO          PIC 9(04) VALUE ZEROS.
          01 WS-QTD-SEM            PIC 9(04) VALUE ZEROS.
          01 WS-QTD-LINHAS         PIC 9(04) VALUE ZEROS.
          01 JB-NOME               PIC X(12) VALUE "FOLHALOJA   ".
          01 JB-FREQUENCIA         PIC X(01) VALUE "M".
          01 JB-ACAO               PIC X(01) VALUE SPACE.
          01 JB-CONTAGEM           PIC 9(06) VALUE ZEROS.
          01 JB-RESULTADO          PIC X(01) VALUE SPACE.
          01 WS-CTL-OVERRIDE       PIC X(01) VALUE "N".
          01 DATA-SIS.
                02 ANO             PIC 9(04).
                02 MES             PIC 9(02).
                02 DIA             PIC 9(02).
          01 LINHA-BRANCO          PIC X(100) VALUE SPACES.
          01 LINHA-TRACO           PIC X(60) VALUE ALL "-".
          01 LINHA-CAB1.
                02 FILLER          PIC X(35) VALUE
                   "HOLERITE - FOLHA DA LOJA - MES     ".
                02 LC-MES          PIC 9(06).
          01 LINHA-FUNC.
                02 FILLER          PIC X(13) VALUE "FUNCIONARIO: ".
                02 LF-OPERADOR     PIC X(10).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LF-NOME         PIC X(30).
          01 LINHA-BANCO.
                02 FILLER          PIC X(07) VALUE "  CPF: ".
                02 LB-CPF          PIC 9(11).
                02 FILLER          PIC X(11) VALUE "  AGENCIA: ".
                02 LB-AGENCIA      PIC 9(04).
                02 FILLER          PIC X(09) VALUE "  CONTA: ".
                02 LB-CONTA        PIC 9(09).
          01 LINHA-VAL1.
                02 FILLER          PIC X(25) VALUE
                   "  SALARIO BASE:          ".
                02 LV1             PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-VAL2.
                02 FILLER          PIC X(25) VALUE
                   "  COMISSAO DO MES:       ".
                02 LV2             PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-FALTA.
                02 FILLER          PIC X(18) VALUE
                   "  FALTA DE CAIXA ".
                02 LA-DATA         PIC 9(08).
                02 FILLER          PIC X(01) VALUE SPACES.
                02 LA-VALOR        PIC -Z.ZZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 LA-SITUACAO     PIC X(30).
          01 LINHA-VAL3.
                02 FILLER          PIC X(25) VALUE
                   "  DESCONTO FALTA CAIXA:  ".
                02 LV3             PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-VAL4.
                02 FILLER          PIC X(25) VALUE
                   "  LIQUIDO A RECEBER:     ".
                02 LV4             PIC -Z.ZZZ.ZZ9,99.
          01 LINHA-CRED.
                02 FILLER          PIC X(11) VALUE "  CREDITO: ".
                02 LR-SITUACAO     PIC X(45).
          01 LINHA-TOT1.
                02 FILLER          PIC X(31) VALUE
                   "TOTAL ENVIADO AO BANCO:        ".
                02 LT-QTD1         PIC ZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT-VALOR1       PIC ZZZ.ZZZ.ZZ9,99.
          01 LINHA-TOT2.
                02 FILLER          PIC X(31) VALUE
                   "TOTAL NAO ENVIADO:             ".
                02 LT-QTD2         PIC ZZZ9.
                02 FILLER          PIC X(09) VALUE "  VALOR: ".
                02 LT-VALOR2       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "FOLHA DE PAGAMENTO DA LOJA".
              DISPLAY "MES DA FOLHA (AAAAMM): ".
              ACCEPT WS-MES-PESQ.
              IF WS-MES-PESQ (5:2) < "01" OR WS-MES-PESQ (5:2) > "12"
                 DISPLAY "MES INVALIDO"
                 STOP RUN.
              DISPLAY "CODIGO DA EMPRESA NO BANCO (9999): ".
              ACCEPT WS-EMPRESA.
              IF WS-EMPRESA = ZEROS
                 DISPLAY "CODIGO DA EMPRESA OBRIGATORIO"
                 STOP RUN.
              MOVE "C" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              IF JB-RESULTADO = "N"
                 DISPLAY "JOB JA EXECUTADO NO PERIODO."
                 DISPLAY "REPETIR COM AUTORIZACAO DO SUPERVISOR "
                         "(S/N)? "
                 ACCEPT WS-CTL-OVERRIDE
                 IF WS-CTL-OVERRIDE NOT = "S"
                    AND WS-CTL-OVERRIDE NOT = "s"
                    DISPLAY "EXECUCAO CANCELADA"
                    STOP RUN
                 END-IF
              END-IF.
              COMPUTE WS-DATA-FIM = WS-MES-PESQ * 100 + 31.
              PERFORM ABRE-ARQ.
              PERFORM VERIFICA-RETORNO.
              IF WS-RETORNADO = "S"
                 DISPLAY "RETORNO DO BANCO JA PROCESSADO PARA O MES "
                         "(FOLHARET) - FOLHA NAO PODE SER REFEITA"
                 PERFORM FECHA-ARQ
                 STOP RUN.
              MOVE "I" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              PERFORM LIMPA-FOLHA-MES.
              OPEN OUTPUT RELATORIO.
              MOVE WS-MES-PESQ TO LC-MES.
              MOVE LINHA-CAB1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LOW-VALUES TO FF-OPERADOR.
              START FUNCFOLHA KEY IS GREATER THAN FF-OPERADOR
                 INVALID KEY
                    MOVE "S" TO WS-FIM
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM
              END-START.
              PERFORM CALCULA-FUNCIONARIO UNTIL WS-FIM = "S".
              PERFORM IMPRIME-TOTAIS.
              PERFORM GERA-ARQUIVO-BANCO.
              PERFORM FINALIZA.

       ABRE-ARQ.
              OPEN INPUT FUNCFOLHA.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE "
                         "(RODE O FOLHAINC)"
                 STOP RUN.
              OPEN INPUT COMISMES.
              IF ARQST2 = "00"
                 MOVE "S" TO WS-TEM-COMIS
              ELSE
                 DISPLAY "COMISSOES DO MES NAO APURADAS (PRODCOMI) - "
                         "FOLHA SEM COMISSAO".
              OPEN I-O FALTAS.
              IF ARQST3 = "00"
                 MOVE "S" TO WS-TEM-FALTAS.
              OPEN I-O FOLHAPAG.
              IF ARQST4 NOT = "00"
                 OPEN OUTPUT FOLHAPAG
                 CLOSE FOLHAPAG
                 OPEN I-O FOLHAPAG.

       VERIFICA-RETORNO.
              MOVE "N" TO WS-RETORNADO.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-START.
              MOVE "N" TO WS-FIM-FOLHA.
              PERFORM CONFERE-RETORNO UNTIL WS-FIM-FOLHA = "S".

       CONFERE-RETORNO.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT AT END
                    IF FP-MES NOT = WS-MES-PESQ
                       MOVE "S" TO WS-FIM-FOLHA
                    ELSE
                       IF FP-SITUACAO = "P" OR FP-SITUACAO = "N"
                          MOVE "S" TO WS-RETORNADO
                          MOVE "S" TO WS-FIM-FOLHA
                       END-IF
                    END-IF
              END-READ.

      * REFAZER A FOLHA DO MES APAGA A FOLHA ANTERIOR E DEVOLVE AS
      * FALTAS QUE ELA TINHA DESCONTADO; O CALCULO AS DESCONTA DE NOVO
       LIMPA-FOLHA-MES.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-FOLHA
              END-START.
              PERFORM APAGA-FOLHA UNTIL WS-FIM-FOLHA = "S".
              IF WS-TEM-FALTAS = "N"
                 EXIT PARAGRAPH.
              MOVE ZEROS      TO FX-DATA.
              MOVE LOW-VALUES TO FX-OPERADOR.
              START FALTAS KEY IS GREATER THAN FX-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-FALTA
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-FALTA
              END-START.
              PERFORM DEVOLVE-FALTA UNTIL WS-FIM-FALTA = "S".

       APAGA-FOLHA.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT AT END
                    IF FP-MES NOT = WS-MES-PESQ
                       MOVE "S" TO WS-FIM-FOLHA
                    ELSE
                       DELETE FOLHAPAG
                          INVALID KEY
                             DISPLAY "ERRO AO APAGAR FOLHA: "
                                     FP-OPERADOR
                       END-DELETE
                    END-IF
              END-READ.

       DEVOLVE-FALTA.
              READ FALTAS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FALTA
                 NOT AT END
                    IF FX-FOLHA = WS-MES-PESQ
                       MOVE ZEROS TO FX-FOLHA
                       REWRITE REG-FALTA
                          INVALID KEY
                             DISPLAY "ERRO AO DEVOLVER FALTA: "
                                     FX-OPERADOR
                       END-REWRITE
                    END-IF
              END-READ.

       CALCULA-FUNCIONARIO.
              READ FUNCFOLHA NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM
                    EXIT PARAGRAPH
              END-READ.
              IF FF-SITUACAO = "I"
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-FUNC.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-TRACO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE FF-OPERADOR TO LF-OPERADOR.
              MOVE FF-NOME     TO LF-NOME.
              MOVE LINHA-FUNC TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE FF-CPF     TO LB-CPF.
              MOVE FF-AGENCIA TO LB-AGENCIA.
              MOVE FF-CONTA   TO LB-CONTA.
              MOVE LINHA-BANCO TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM BUSCA-COMISSAO.
              COMPUTE WS-BRUTO = FF-SALARIO + WS-COMISSAO.
              MOVE FF-SALARIO TO LV1.
              MOVE LINHA-VAL1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-COMISSAO TO LV2.
              MOVE LINHA-VAL2 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE ZEROS TO WS-DESCONTO.
              IF WS-TEM-FALTAS = "S"
                 MOVE ZEROS      TO FX-DATA
                 MOVE LOW-VALUES TO FX-OPERADOR
                 START FALTAS KEY IS GREATER THAN FX-CHAVE
                    INVALID KEY
                       MOVE "S" TO WS-FIM-FALTA
                    NOT INVALID KEY
                       MOVE "N" TO WS-FIM-FALTA
                 END-START
                 PERFORM DESCONTA-FALTA UNTIL WS-FIM-FALTA = "S"
              END-IF.
              COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTO.
              MOVE WS-DESCONTO TO LV3.
              MOVE LINHA-VAL3 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-LIQUIDO TO LV4.
              MOVE LINHA-VAL4 TO LINHA-REL.
              WRITE LINHA-REL.
              PERFORM GRAVA-FOLHA.

      * COMISSAO DO MES GRAVADA PELO PRODCOMI; OPERADOR SEM VENDA OU
      * COM DEVOLUCOES ACIMA DAS VENDAS NAO TEM COMISSAO
       BUSCA-COMISSAO.
              MOVE ZEROS TO WS-COMISSAO.
              IF WS-TEM-COMIS = "N"
                 EXIT PARAGRAPH.
              MOVE WS-MES-PESQ TO CS-MES.
              MOVE FF-OPERADOR TO CS-OPERADOR.
              READ COMISMES
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ.
              IF CS-COMISSAO > ZEROS
                 MOVE CS-COMISSAO TO WS-COMISSAO.

      * FALTAS PENDENTES DO OPERADOR ATE O FIM DO MES, NA ORDEM DAS
      * DATAS, ENQUANTO COUBEREM NO BRUTO
       DESCONTA-FALTA.
              READ FALTAS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FALTA
                    EXIT PARAGRAPH
              END-READ.
              IF FX-DATA > WS-DATA-FIM
                 MOVE "S" TO WS-FIM-FALTA
                 EXIT PARAGRAPH.
              IF FX-OPERADOR NOT = FF-OPERADOR OR FX-FOLHA NOT = ZEROS
                 EXIT PARAGRAPH.
              MOVE FX-DATA  TO LA-DATA.
              MOVE FX-VALOR TO LA-VALOR.
              IF WS-DESCONTO + FX-VALOR > WS-BRUTO
                 MOVE "NAO COUBE - PROXIMA FOLHA" TO LA-SITUACAO
                 MOVE LINHA-FALTA TO LINHA-REL
                 WRITE LINHA-REL
                 EXIT PARAGRAPH.
              ADD FX-VALOR TO WS-DESCONTO.
              MOVE WS-MES-PESQ TO FX-FOLHA.
              REWRITE REG-FALTA
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR FALTA: " FX-OPERADOR
              END-REWRITE.
              MOVE "DESCONTADA" TO LA-SITUACAO.
              MOVE LINHA-FALTA TO LINHA-REL.
              WRITE LINHA-REL.

      * LIQUIDO ZERADO OU ACIMA DO CAMPO DE VALOR DO ARQUIVO DO BANCO
      * NAO VAI PARA O CREDITO E FICA PARA PAGAMENTO NA LOJA
       GRAVA-FOLHA.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE FF-OPERADOR TO FP-OPERADOR.
              MOVE FF-NOME     TO FP-NOME.
              MOVE FF-CPF      TO FP-CPF.
              MOVE FF-AGENCIA  TO FP-AGENCIA.
              MOVE FF-CONTA    TO FP-CONTA.
              MOVE FF-SALARIO  TO FP-SALARIO.
              MOVE WS-COMISSAO TO FP-COMISSAO.
              MOVE WS-DESCONTO TO FP-DESCONTO.
              MOVE DATA-SIS    TO FP-DATA-GER.
              MOVE ZEROS       TO FP-DATA-RET.
              MOVE SPACES      TO FP-MOTIVO.
              EVALUATE TRUE
                 WHEN WS-LIQUIDO NOT > ZEROS
                    MOVE ZEROS TO FP-LIQUIDO
                    MOVE "Z" TO FP-SITUACAO
                    MOVE "SEM LIQUIDO A CREDITAR" TO FP-MOTIVO
                    MOVE "NAO ENVIADO - SEM LIQUIDO A CREDITAR"
                       TO LR-SITUACAO
                    ADD 1 TO WS-QTD-SEM
                 WHEN WS-LIQUIDO > WS-LIMITE-CREDITO
                    MOVE ZEROS TO FP-LIQUIDO
                    MOVE "Z" TO FP-SITUACAO
                    MOVE "VALOR ACIMA DO ARQUIVO" TO FP-MOTIVO
                    MOVE "NAO ENVIADO - VALOR ACIMA DO ARQUIVO"
                       TO LR-SITUACAO
                    ADD 1 TO WS-QTD-SEM
                    ADD WS-LIQUIDO TO WS-TOTAL-SEM
                 WHEN OTHER
                    MOVE WS-LIQUIDO TO FP-LIQUIDO
                    MOVE "E" TO FP-SITUACAO
                    MOVE "ENVIADO AO BANCO (folha-empresa.txt)"
                       TO LR-SITUACAO
                    ADD 1 TO WS-QTD-BANCO
                    ADD WS-LIQUIDO TO WS-TOTAL-BANCO
              END-EVALUATE.
              MOVE LINHA-CRED TO LINHA-REL.
              WRITE LINHA-REL.
              WRITE REG-FOLHAPAG
                 INVALID KEY
                    REWRITE REG-FOLHAPAG
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR FOLHA: " FP-OPERADOR
                    END-REWRITE
              END-WRITE.

       IMPRIME-TOTAIS.
              MOVE LINHA-BRANCO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE LINHA-TRACO TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-QTD-BANCO   TO LT-QTD1.
              MOVE WS-TOTAL-BANCO TO LT-VALOR1.
              MOVE LINHA-TOT1 TO LINHA-REL.
              WRITE LINHA-REL.
              MOVE WS-QTD-SEM     TO LT-QTD2.
              MOVE WS-TOTAL-SEM   TO LT-VALOR2.
              MOVE LINHA-TOT2 TO LINHA-REL.
              WRITE LINHA-REL.

      * O TOTAL DE CONTROLE DO HEADER E A SOMA DAS LINHAS D; O
      * CreditoFolha NAO POSTA NADA SE OS DOIS NAO FECHAREM
       GERA-ARQUIVO-BANCO.
              IF WS-QTD-BANCO = ZEROS
                 DISPLAY "NENHUM CREDITO A ENVIAR AO BANCO"
                 EXIT PARAGRAPH.
              OPEN OUTPUT FOLHABCO.
              MOVE SPACES         TO REG-FOLHA-H.
              MOVE "H"            TO FH-TIPO.
              MOVE ";"            TO FH-SEP1 FH-SEP2.
              MOVE WS-EMPRESA     TO FH-EMPRESA.
              MOVE WS-TOTAL-BANCO TO FH-TOTAL.
              WRITE REG-FOLHA-H.
              MOVE WS-MES-PESQ TO FP-MES.
              MOVE LOW-VALUES  TO FP-OPERADOR.
              START FOLHAPAG KEY IS GREATER THAN FP-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-FOLHA
                 NOT INVALID KEY
                    MOVE "N" TO WS-FIM-FOLHA
              END-START.
              PERFORM GRAVA-LINHA-BANCO UNTIL WS-FIM-FOLHA = "S".
              CLOSE FOLHABCO.
              DISPLAY "ARQUIVO DO BANCO GERADO: folha-empresa.txt ("
                      WS-QTD-LINHAS " FUNCIONARIOS)".

       GRAVA-LINHA-BANCO.
              READ FOLHAPAG NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-FOLHA
                    EXIT PARAGRAPH
              END-READ.
              IF FP-MES NOT = WS-MES-PESQ
                 MOVE "S" TO WS-FIM-FOLHA
                 EXIT PARAGRAPH.
              IF FP-SITUACAO NOT = "E"
                 EXIT PARAGRAPH.
              MOVE SPACES     TO REG-FOLHA-D.
              MOVE "D"        TO FD-TIPO.
              MOVE ";"        TO FD-SEP1 FD-SEP2 FD-SEP3 FD-SEP4.
              MOVE FP-CPF     TO FD-CPF.
              MOVE FP-AGENCIA TO FD-AGENCIA.
              MOVE FP-CONTA   TO FD-CONTA.
              MOVE FP-LIQUIDO TO FD-VALOR.
              WRITE REG-FOLHA-D.
              ADD 1 TO WS-QTD-LINHAS.

       FECHA-ARQ.
              CLOSE FUNCFOLHA.
              IF WS-TEM-COMIS = "S"
                 CLOSE COMISMES.
              IF WS-TEM-FALTAS = "S"
                 CLOSE FALTAS.
              CLOSE FOLHAPAG.

       FINALIZA.
              DISPLAY "HOLERITES GRAVADOS: HOLERITE.TXT".
              DISPLAY "FUNCIONARIOS NA FOLHA: " WS-QTD-FUNC.
              MOVE WS-QTD-FUNC TO JB-CONTAGEM.
              MOVE "F" TO JB-ACAO.
              CALL "ControleJob" USING JB-NOME JB-FREQUENCIA JB-ACAO
                                       JB-CONTAGEM JB-RESULTADO.
              PERFORM FECHA-ARQ.
              CLOSE RELATORIO.
              STOP RUN.
