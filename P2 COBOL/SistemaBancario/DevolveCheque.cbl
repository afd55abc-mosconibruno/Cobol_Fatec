               03 pd-cpf        pic 9(11).
               03 pd-tipo-conta pic 9(1).
               03 pd-seq        pic 9(4).
           02 pd-valor    pic 9(9)v99.
           02 pd-data-dep pic 9(8).
           02 pd-data-lib pic 9(8).
           02 pd-status   pic x(1).
