           02 cli-cpf-p        pic 9(11).
           02 cli-agencia-p    pic 9(5).
           02 cli-conta-p      pic x(10).
           02 filler           pic 9(3).
           02 cli-sexo-p       pic x(1).
           02 cli-saldo-p      pic 9(5)v99.
           02 cli-deposito-p   pic 9(5)v99.
           02 cli-limite-p     pic 9(5)v99.
           02 cli-responsavel-nome-p pic x(30).
           02 cli-responsavel-cpf-p  pic 9(11).
           02 cli-nascimento-p pic 9(8).

       fd  cliente-bak label record standard
           data record is linha-cli-bak
           value of file-id is "CLIENTEBAK.DAT".
       01  linha-cli-bak pic x(141).

       fd  arq-banco label record standard
           data record is reg-arqbc
           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

       fd  arq-banco-bak label record standard
           data record is linha-bc-bak
           value of file-id is "ARQBCBAK.DAT".
       01  linha-bc-bak pic x(97).

       working-storage section.
       01 arq-ok-cli    pic x(2).
