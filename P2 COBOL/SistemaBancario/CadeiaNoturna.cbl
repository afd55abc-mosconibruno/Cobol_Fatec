       program-id. CadeiaNoturna as "CadeiaNoturna".

      * CADEIA NOTURNA DO BANCO: EXECUTA EM ORDEM OS PASSOS DA TABELA
      * passos-noite.txt (PASSO, PROGRAMA, JOB DO PROGRAMA NO
      * runctl.txt, QUANDO RODA - D TODA NOITE, M UMA VEZ NO MES, F SO
      * NO ULTIMO DIA UTIL DO MES - E ATE 6 PASSOS PRE-REQUISITOS).
      * SEM A TABELA, GRAVA A TABELA PADRAO PARA O OPERADOR AJUSTAR.
      * CADA PASSO E REGISTRADO PELO ControleJob COMO NOITE-nn (INICIO,
      * FIM OU ERRO) E O PROGRAMA E CHAMADO COMO SUBPROGRAMA: ELE
      * TERMINA COM RETURN-CODE 0 (OK), 4 (CANCELADO PELO OPERADOR; SO
      * VALE COMO FEITO SE O JOB DO PROGRAMA JA TERMINOU NO PERIODO)
      * OU 8 (ERRO). A CADEIA PARA NA PRIMEIRA FALHA; A SITUACAO DE
      * CADA PASSO FICA EM noite-estado.txt E, AO RODAR DE NOVO, A
      * NOITE INTERROMPIDA E RETOMADA NO PASSO QUE FALHOU SEM REPETIR
      * OS CONCLUIDOS (MESMO DEPOIS DA MEIA-NOITE). O RESUMO DA NOITE
      * SAI EM RESUMO-NOITE.TXT PARA O VISTO DO OPERADOR DA MANHA.
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.
       input-output section.
       file-control.
           select passos assign to disk
           organization line sequential
           file status arq-ok.

           select estado assign to disk
           organization line sequential
           file status arq-ok2.

           select resumo assign to disk
           organization line sequential
           file status arq-ok3.

       data division.
       file section.
       fd passos label record standard
           data record is reg-passo
           value of file-id is "passos-noite.txt".
       01 reg-passo.
           02 pn-passo    pic 9(2).
           02 filler      pic x(1).
           02 pn-programa pic x(20).
           02 filler      pic x(1).
           02 pn-job      pic x(12).
           02 filler      pic x(1).
           02 pn-quando   pic x(1).
           02 pn-pre-item occurs 6 times.
               03 filler  pic x(1).
               03 pn-pre  pic 9(2).

       fd estado label record standard
           data record is reg-estado
           value of file-id is "noite-estado.txt".
       01 reg-estado.
           02 ne-tipo-reg pic x(1).
           02 filler      pic x(1).
           02 ne-dados    pic x(60).
           02 filler redefines ne-dados.
               03 ne-inicio-data pic 9(8).
               03 filler         pic x(1).
               03 ne-inicio-hora pic 9(6).
               03 filler         pic x(1).
               03 ne-data-mov    pic 9(8).
               03 filler         pic x(36).
           02 filler redefines ne-dados.
               03 ne-passo       pic 9(2).
               03 filler         pic x(1).
               03 ne-situacao    pic x(2).
               03 filler         pic x(1).
               03 ne-hora-ini    pic 9(6).
               03 filler         pic x(1).
               03 ne-hora-fim    pic 9(6).
               03 filler         pic x(1).
               03 ne-rc          pic 9(3).
               03 filler         pic x(1).
               03 ne-obs         pic x(30).
               03 filler         pic x(6).

       fd resumo label record standard
           data record is linha-resumo
           value of file-id is "RESUMO-NOITE.TXT".
       01 linha-resumo pic x(100).

       working-storage section.
       01 arq-ok pic x(2).
       01 arq-ok2 pic x(2).
       01 arq-ok3 pic x(2).
       01 ws-fim pic x value "N".
       01 ws-para pic x value "N".
       01 ws-nao-achou pic x value "N".
       01 ws-devido pic x value "N".
       01 ws-incompleta pic x value "N".
       01 ws-resposta pic x value space.
       01 ws-idx pic 9(2) value zeros.
       01 ws-idx2 pic 9(2) value zeros.
       01 ws-idx3 pic 9(2) value zeros.
       01 ws-passo-falha pic 9(2) value zeros.
       01 ws-programa pic x(20) value spaces.
       01 ws-rc pic 9(3) value zeros.
       01 ws-hoje pic 9(8) value zeros.
       01 ws-hora pic 9(8) value zeros.
       01 ws-inicio-data pic 9(8) value zeros.
       01 ws-inicio-hora pic 9(6) value zeros.
       01 ws-data-mov pic 9(8) value zeros.
       01 ws-du-dias pic 9(3) value zeros.
       01 ws-du-eh-util pic x value "N".
       01 ws-du-resultado pic 9(8) value zeros.
       01 dmv-data pic 9(8) value zeros.
       01 dmv-resultado pic x(1) value "N".
       01 jb-nome pic x(12) value spaces.
       01 jb-frequencia pic x(1) value "D".
       01 jb-acao pic x(1) value space.
       01 jb-contagem pic 9(6) value zeros.
       01 jb-resultado pic x(1) value space.
       01 ws-job-passo.
           02 filler     pic x(6) value "NOITE-".
           02 ws-job-num pic 9(2).
           02 filler     pic x(4) value spaces.

       01 ws-num-passos pic 9(2) value zeros.
       01 tabela-passos.
           02 tp-linha occurs 30 times.
               03 tp-passo    pic 9(2).
               03 tp-programa pic x(20).
               03 tp-job      pic x(12).
               03 tp-quando   pic x(1).
               03 tp-pre      pic 9(2) occurs 6 times.
               03 tp-situacao pic x(2).
               03 tp-hora-ini pic 9(6).
               03 tp-hora-fim pic 9(6).
               03 tp-rc       pic 9(3).
               03 tp-obs      pic x(30).

      * TABELA PADRAO: PASSO, PROGRAMA, JOB PROPRIO, QUANDO E
      * PRE-REQUISITOS
       01 tabela-passos-padrao.
           02 filler pic x(38) value
              "01 AbreDia                           D".
           02 filler pic x(18) value " 00 00 00 00 00 00".
           02 filler pic x(38) value
              "02 ProcessaRedeCartoes  REDECARTOES  D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "03 LiberaCheques        LIBCHEQUE    D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "04 ExecutaOrdens        ORDENS       D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "05 CdbDiario            CDBDIARIO    D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "06 AcumulaLimite        CHEESPECIAL  D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "07 LiquidacaoExterna                 D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "17 CobrancaDiaria       COBRANCA     D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "08 JurosMensal          JUROS        F".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "09 TarifaMensal         TARIFA       F".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "10 ComplianceDiario                  D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "11 ReconciliacaoDiaria  RECONCILIA   D".
           02 filler pic x(18) value " 02 03 04 05 06 07".
           02 filler pic x(38) value
              "12 ContabilidadeDiaria  CONTABIL     D".
           02 filler pic x(18) value " 11 00 00 00 00 00".
           02 filler pic x(38) value
              "13 BackupNoturno        BACKUPNOT    D".
           02 filler pic x(18) value " 11 12 00 00 00 00".
           02 filler pic x(38) value
              "14 FechaDia                          D".
           02 filler pic x(18) value " 10 11 12 13 00 00".
           02 filler pic x(38) value
              "15 VerificaTrilhas      VERIFTRILHA  D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
           02 filler pic x(38) value
              "16 MaioridadeClientes   MAIORIDADE   D".
           02 filler pic x(18) value " 01 00 00 00 00 00".
       01 filler redefines tabela-passos-padrao.
           02 tpp-linha pic x(56) occurs 17 times.

       01 linha-cab1.
           02 filler pic x(24) value "RESUMO DA NOITE - INICIO".
           02 filler pic x(1) value spaces.
           02 lr-inicio-data pic 9(8).
           02 filler pic x(1) value spaces.
           02 lr-inicio-hora pic 9(6).
           02 filler pic x(16) value "  DIA CONTABIL ".
           02 lr-data-mov pic 9(8).
           02 filler pic x(13) value "  EMITIDO EM ".
           02 lr-hoje pic 9(8).
       01 linha-cab2 pic x(100) value
          "PS PROGRAMA             Q SITUACAO          INICIO FIM    R
      -   "C  OBSERVACAO".
       01 linha-det.
           02 ld-passo    pic 9(2).
           02 filler      pic x(1) value spaces.
           02 ld-programa pic x(20).
           02 filler      pic x(1) value spaces.
           02 ld-quando   pic x(1).
           02 filler      pic x(1) value spaces.
           02 ld-situacao pic x(17).
           02 filler      pic x(1) value spaces.
           02 ld-hora-ini pic 9(6).
           02 filler      pic x(1) value spaces.
           02 ld-hora-fim pic 9(6).
           02 filler      pic x(1) value spaces.
           02 ld-rc       pic zz9.
           02 filler      pic x(1) value spaces.
           02 ld-obs      pic x(30).
       01 linha-resultado.
           02 filler      pic x(11) value "RESULTADO: ".
           02 lr-texto    pic x(89).
       01 linha-falha.
           02 filler pic x(25) value "INTERROMPIDA NO PASSO ".
           02 lf-passo pic 9(2).
           02 filler pic x(40) value
              " - CORRIGIR E RODAR A CADEIA DE NOVO".
       01 linha-visto1 pic x(100) value
          "OPERADOR DA MANHA: ______________________________  DATA: __/
      -   "__/____".
       01 linha-visto2 pic x(100) value
          "VISTO DO SUPERVISOR: ____________________________".

       procedure division.
       Inicio.
           move function current-date(1:8) to ws-hoje.
           move function current-date(9:8) to ws-hora.
           call "DataMovimento" using dmv-data dmv-resultado.
           display "CADEIA NOTURNA DO BANCO".
           perform Carrega-Passos.
           perform Valida-Tabela.
           perform Carrega-Estado.
           move "N" to ws-para.
           perform Executa-Passo
               varying ws-idx from 1 by 1
               until ws-idx > ws-num-passos or ws-para = "S".
           perform Grava-Resumo.
           if ws-para = "S"
               display "CADEIA INTERROMPIDA NO PASSO " ws-passo-falha
                       " - VER RESUMO-NOITE.TXT"
               move 8 to return-code
           else
               display "CADEIA NOTURNA CONCLUIDA - RESUMO EM "
                       "RESUMO-NOITE.TXT"
               move zeros to return-code
           end-if.
           stop run.

       Carrega-Passos.
           open input passos.
           if arq-ok not = "00"
               perform Grava-Tabela-Padrao
               open input passos
           end-if.
           move "N" to ws-fim.
           perform Le-Passo until ws-fim = "S".
           close passos.
           if ws-num-passos = zeros
               display "TABELA DE PASSOS VAZIA (passos-noite.txt)"
               move 8 to return-code
               stop run
           end-if.

       Grava-Tabela-Padrao.
           open output passos.
           perform varying ws-idx from 1 by 1 until ws-idx > 17
               move tpp-linha(ws-idx) to reg-passo
               write reg-passo
           end-perform.
           close passos.
           display "TABELA PADRAO GRAVADA EM passos-noite.txt".

       Le-Passo.
           read passos
               at end
                   move "S" to ws-fim
               not at end
                   if pn-passo is numeric and pn-passo not = zeros
                       and ws-num-passos < 30
                       add 1 to ws-num-passos
                       move pn-passo to tp-passo(ws-num-passos)
                       move pn-programa to tp-programa(ws-num-passos)
                       move pn-job to tp-job(ws-num-passos)
                       move pn-quando to tp-quando(ws-num-passos)
                       perform varying ws-idx2 from 1 by 1
                               until ws-idx2 > 6
                           if pn-pre(ws-idx2) is numeric
                               move pn-pre(ws-idx2)
                                   to tp-pre(ws-num-passos, ws-idx2)
                           else
                               move zeros
                                   to tp-pre(ws-num-passos, ws-idx2)
                           end-if
                       end-perform
                       move spaces to tp-situacao(ws-num-passos)
                       move zeros to tp-hora-ini(ws-num-passos)
                       move zeros to tp-hora-fim(ws-num-passos)
                       move zeros to tp-rc(ws-num-passos)
                       move spaces to tp-obs(ws-num-passos)
                   end-if
           end-read.

      * QUANDO TEM DE SER D, M OU F E TODO PRE-REQUISITO TEM DE SER UM
      * PASSO ANTERIOR DA TABELA; SENAO A CADEIA NEM COMECA
       Valida-Tabela.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-passos
               if tp-quando(ws-idx) not = "D"
                   and tp-quando(ws-idx) not = "M"
                   and tp-quando(ws-idx) not = "F"
                   display "PASSO " tp-passo(ws-idx)
                           ": QUANDO DEVE SER D, M OU F"
                   move 8 to return-code
                   stop run
               end-if
               perform varying ws-idx2 from 1 by 1 until ws-idx2 > 6
                   if tp-pre(ws-idx, ws-idx2) not = zeros
                       perform Acha-Pre-Requisito
                       if ws-idx3 = zeros or ws-idx3 not < ws-idx
                           display "PASSO " tp-passo(ws-idx)
                                   ": PRE-REQUISITO "
                                   tp-pre(ws-idx, ws-idx2)
                                   " NAO E PASSO ANTERIOR"
                           move 8 to return-code
                           stop run
                       end-if
                   end-if
               end-perform
           end-perform.

      * POSICAO NA TABELA DO PASSO tp-pre(ws-idx, ws-idx2) EM
      * ws-idx3; ZERO QUANDO NAO EXISTE
       Acha-Pre-Requisito.
           move zeros to ws-idx3.
           perform varying ws-idx3 from 1 by 1
                   until ws-idx3 > ws-num-passos
               if tp-passo(ws-idx3) = tp-pre(ws-idx, ws-idx2)
                   exit perform
               end-if
           end-perform.
           if ws-idx3 > ws-num-passos
               move zeros to ws-idx3
           end-if.

      * NOITE ANTERIOR COM PASSO PENDENTE OU EM ERRO: RETOMA (PADRAO)
      * OU, COM CONFIRMACAO, COMECA UMA NOITE NOVA
       Carrega-Estado.
           move ws-hoje to ws-inicio-data.
           move ws-hora(1:6) to ws-inicio-hora.
           move dmv-data to ws-data-mov.
           open input estado.
           if arq-ok2 not = "00"
               perform Grava-Estado
               exit paragraph
           end-if.
           move "N" to ws-fim.
           perform Le-Estado until ws-fim = "S".
           close estado.
           move "N" to ws-incompleta.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-num-passos
               if tp-situacao(ws-idx) not = "OK"
                   and tp-situacao(ws-idx) not = "NA"
                   and ws-incompleta = "N"
                   move "S" to ws-incompleta
                   move tp-passo(ws-idx) to ws-passo-falha
               end-if
           end-perform.
           if ws-incompleta = "S" and ws-passo-falha not = tp-passo(1)
               display "NOITE INICIADA EM " ws-inicio-data " "
                       ws-inicio-hora " PAROU NO PASSO "
                       ws-passo-falha
               display "RETOMAR ESTA NOITE (R) OU COMECAR NOVA "
                       "NOITE (N)? "
               accept ws-resposta
               if ws-resposta = "N" or ws-resposta = "n"
                   display "CONFIRMA NOVA NOITE - OS PASSOS JA "
                           "FEITOS RODARAO DE NOVO (S/N)? "
                   accept ws-resposta
                   if ws-resposta = "S" or ws-resposta = "s"
                       move "N" to ws-incompleta
                   end-if
               else
                   display "RETOMANDO NO PASSO " ws-passo-falha
               end-if
           else
               move "N" to ws-incompleta
           end-if.
           if ws-incompleta = "N"
               perform Limpa-Situacao
                   varying ws-idx from 1 by 1
                   until ws-idx > ws-num-passos
               move ws-hoje to ws-inicio-data
               move ws-hora(1:6) to ws-inicio-hora
               move dmv-data to ws-data-mov
               perform Grava-Estado
           end-if.

       Le-Estado.
           read estado
               at end
                   move "S" to ws-fim
               not at end
                   if ne-tipo-reg = "H"
                       move ne-inicio-data to ws-inicio-data
                       move ne-inicio-hora to ws-inicio-hora
                       move ne-data-mov to ws-data-mov
                   else
                       perform varying ws-idx from 1 by 1
                               until ws-idx > ws-num-passos
                           if tp-passo(ws-idx) = ne-passo
                               move ne-situacao to tp-situacao(ws-idx)
                               move ne-hora-ini to tp-hora-ini(ws-idx)
                               move ne-hora-fim to tp-hora-fim(ws-idx)
                               move ne-rc to tp-rc(ws-idx)
                               move ne-obs to tp-obs(ws-idx)
                               exit perform
                           end-if
                       end-perform
                   end-if
           end-read.

       Limpa-Situacao.
           move spaces to tp-situacao(ws-idx).
           move zeros to tp-hora-ini(ws-idx).
           move zeros to tp-hora-fim(ws-idx).
           move zeros to tp-rc(ws-idx).
           move spaces to tp-obs(ws-idx).

      * O ESTADO E REGRAVADO INTEIRO DEPOIS DE CADA PASSO
       Grava-Estado.
           open output estado.
           move spaces to reg-estado.
           move "H" to ne-tipo-reg.
           move ws-inicio-data to ne-inicio-data.
           move ws-inicio-hora to ne-inicio-hora.
           move ws-data-mov to ne-data-mov.
           write reg-estado.
           perform varying ws-idx2 from 1 by 1
                   until ws-idx2 > ws-num-passos
               move spaces to reg-estado
               move "P" to ne-tipo-reg
               move tp-passo(ws-idx2) to ne-passo
               move tp-situacao(ws-idx2) to ne-situacao
               move tp-hora-ini(ws-idx2) to ne-hora-ini
               move tp-hora-fim(ws-idx2) to ne-hora-fim
               move tp-rc(ws-idx2) to ne-rc
               move tp-obs(ws-idx2) to ne-obs
               write reg-estado
           end-perform.
           close estado.

       Executa-Passo.
           if tp-situacao(ws-idx) = "OK" or tp-situacao(ws-idx) = "NA"
               display "PASSO " tp-passo(ws-idx) " "
                       tp-programa(ws-idx) " JA RESOLVIDO NESTA NOITE"
               exit paragraph
           end-if.
           move tp-passo(ws-idx) to ws-job-num.
           move ws-job-passo to jb-nome.
           if tp-quando(ws-idx) = "D"
               move "D" to jb-frequencia
           else
               move "M" to jb-frequencia
           end-if.
           perform Verifica-Devido.
           if ws-devido = "N"
               move "NA" to tp-situacao(ws-idx)
               perform Grava-Estado
               display "PASSO " tp-passo(ws-idx) " "
                       tp-programa(ws-idx) " NAO PREVISTO HOJE"
               exit paragraph
           end-if.
           perform varying ws-idx2 from 1 by 1 until ws-idx2 > 6
               if tp-pre(ws-idx, ws-idx2) not = zeros
                   perform Acha-Pre-Requisito
                   if tp-situacao(ws-idx3) not = "OK"
                       and tp-situacao(ws-idx3) not = "NA"
                       move "ER" to tp-situacao(ws-idx)
                       move "PRE-REQUISITO NAO CONCLUIDO"
                           to tp-obs(ws-idx)
                       move tp-passo(ws-idx) to ws-passo-falha
                       move "S" to ws-para
                       perform Grava-Estado
                       exit paragraph
                   end-if
               end-if
           end-perform.
           display "PASSO " tp-passo(ws-idx) " - "
                   tp-programa(ws-idx).
           move "I" to jb-acao.
           move zeros to jb-contagem.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           move function current-date(9:6) to tp-hora-ini(ws-idx).
           move spaces to tp-obs(ws-idx).
           move tp-programa(ws-idx) to ws-programa.
           move "N" to ws-nao-achou.
           move zeros to return-code.
           call ws-programa
               on exception
                   move "S" to ws-nao-achou
           end-call.
           move return-code to ws-rc.
           move zeros to return-code.
           move function current-date(9:6) to tp-hora-fim(ws-idx).
           move ws-rc to tp-rc(ws-idx).
           move "ER" to tp-situacao(ws-idx).
           evaluate true
               when ws-nao-achou = "S"
                   move "PROGRAMA NAO ENCONTRADO" to tp-obs(ws-idx)
               when ws-rc = zeros
                   move "OK" to tp-situacao(ws-idx)
               when ws-rc = 4
                   perform Verifica-Job-Proprio
               when other
                   move "TERMINOU COM ERRO" to tp-obs(ws-idx)
           end-evaluate.
           move ws-rc to jb-contagem.
           if tp-situacao(ws-idx) = "OK"
               move "F" to jb-acao
           else
               move "E" to jb-acao
               move tp-passo(ws-idx) to ws-passo-falha
               move "S" to ws-para
           end-if.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           perform Grava-Estado.

      * D RODA TODA NOITE; M SO SE O PASSO AINDA NAO TERMINOU NO MES;
      * F SO QUANDO O PROXIMO DIA UTIL DEPOIS DO DIA CONTABIL JA E DE
      * OUTRO MES
       Verifica-Devido.
           move "S" to ws-devido.
           evaluate tp-quando(ws-idx)
               when "M"
                   move "C" to jb-acao
                   call "ControleJob" using jb-nome jb-frequencia
                                            jb-acao jb-contagem
                                            jb-resultado
                   if jb-resultado = "N"
                       move "N" to ws-devido
                       move "JA RODOU NESTE MES" to tp-obs(ws-idx)
                   end-if
               when "F"
                   call "DataMovimento" using dmv-data dmv-resultado
                   move 1 to ws-du-dias
                   call "DiaUtil" using dmv-data ws-du-dias
                                        ws-du-eh-util ws-du-resultado
                   if ws-du-resultado(5:2) = dmv-data(5:2)
                       move "N" to ws-devido
                       move "SO NO FIM DO MES" to tp-obs(ws-idx)
                   end-if
           end-evaluate.

      * CANCELADO PELO OPERADOR (JOB JA RODADO NO PERIODO, SEM
      * AUTORIZACAO PARA REPETIR) SO CONTA COMO FEITO SE O PROPRIO
      * JOB DO PROGRAMA TERMINOU BEM NO PERIODO
       Verifica-Job-Proprio.
           move "CANCELADO PELO OPERADOR" to tp-obs(ws-idx).
           if tp-job(ws-idx) = spaces
               exit paragraph
           end-if.
           move tp-job(ws-idx) to jb-nome.
           move "C" to jb-acao.
           call "ControleJob" using jb-nome jb-frequencia jb-acao
                                    jb-contagem jb-resultado.
           if jb-resultado = "N"
               move "OK" to tp-situacao(ws-idx)
               move "JA EXECUTADO NO PERIODO" to tp-obs(ws-idx)
           end-if.
           move ws-job-passo to jb-nome.

       Grava-Resumo.
           open output resumo.
           move ws-inicio-data to lr-inicio-data.
           move ws-inicio-hora to lr-inicio-hora.
           move ws-data-mov to lr-data-mov.
           move ws-hoje to lr-hoje.
           move linha-cab1 to linha-resumo.
           write linha-resumo.
           move linha-cab2 to linha-resumo.
           write linha-resumo.
           perform Grava-Linha-Resumo
               varying ws-idx from 1 by 1
               until ws-idx > ws-num-passos.
           move spaces to linha-resumo.
           write linha-resumo.
           if ws-para = "S"
               move ws-passo-falha to lf-passo
               move linha-falha to lr-texto
           else
               move "NOITE CONCLUIDA" to lr-texto
           end-if.
           move linha-resultado to linha-resumo.
           write linha-resumo.
           display linha-resultado.
           move spaces to linha-resumo.
           write linha-resumo.
           move linha-visto1 to linha-resumo.
           write linha-resumo.
           move spaces to linha-resumo.
           write linha-resumo.
           move linha-visto2 to linha-resumo.
           write linha-resumo.
           close resumo.

       Grava-Linha-Resumo.
           move tp-passo(ws-idx) to ld-passo.
           move tp-programa(ws-idx) to ld-programa.
           move tp-quando(ws-idx) to ld-quando.
           evaluate tp-situacao(ws-idx)
               when "OK"
                   move "CONCLUIDO" to ld-situacao
               when "NA"
                   move "NAO PREVISTO HOJE" to ld-situacao
               when "ER"
                   move "FALHOU" to ld-situacao
               when other
                   move "NAO EXECUTADO" to ld-situacao
           end-evaluate.
           move tp-hora-ini(ws-idx) to ld-hora-ini.
           move tp-hora-fim(ws-idx) to ld-hora-fim.
           move tp-rc(ws-idx) to ld-rc.
           move tp-obs(ws-idx) to ld-obs.
           move linha-det to linha-resumo.
           write linha-resumo.
           display linha-det.

       end program CadeiaNoturna.
