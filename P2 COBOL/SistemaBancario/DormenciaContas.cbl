           02 codigo-agencia-p   pic 9(4).
           02 codigo-cc-p        pic 9(9).
           02 nome-p             pic A(30).
           02 saldo-p            pic s9(9)v99.
           02 limite-p           pic 9(9)v99.
           02 cont-p             pic 9(9).
           02 cpf-titular2-p     pic 9(11).

               03 mv-data       pic 9(8).
               03 mv-seq        pic 9(4).
           02 mv-tipo   pic x(10).
           02 mv-valor  pic 9(9)v99.
           02 mv-saldo  pic s9(9)v99.
           02 mv-func   pic 9(4).
           02 mv-hora   pic 9(6).
           02 mv-titular pic 9(1).
           02 mv-procurador pic 9(11).

       fd dormencia label record standard
           data record is reg-dormencia
