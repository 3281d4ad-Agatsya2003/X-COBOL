            03 ws-Number                           pic 9(01).
            03 ws-char redefines ws-Number         pic x(01).
            03 ws-contagem-impressao               pic 9(04).
            03 ws-pos-y-ibs-cbs                    pic 9(04).
            03 wid-arqpcl                          pic x(200).
   
       01   lk-Street_Jusho.
            03 lk-id-ZipCode_Yubin                           pic x(01).
            03 r05-Value-ipi                       pic zzz.zzz.zz9,99.
            03 r05-Value-total-Invoice_Seikyusho         pic zzz.zzz.zz9,99.                      
            03 r05-Value-trib-aprox                pic zzz.zzz.zz9,99.
            03 r05-base-ibs-cbs                    pic zzz.zzz.zz9,99.
            03 r05-Value-ibs                       pic zzz.zzz.zz9,99.
            03 r05-Value-cbs                       pic zzz.zzz.zz9,99.

       01   r06-transportador.
            03 r06-razao-social                    pic x(55).
            03 r07-Value-ipi                       pic zzz.zz9,99.
            03 r07-aliq-icms                       pic z9,9.
            03 r07-aliq-ipi                        pic z9,9.                                   
            03 r07-cd-class-trib                   pic x(06).
            03 r07-Value-ibs                       pic zzz.zz9,99.
            03 r07-Value-cbs                       pic zzz.zz9,99.

       01   lk-Parameters-nfe.
            03 lk-Number-documento                  pic 9(09).
            move f05000-Value-ipi                  to r05-Value-ipi
            move f05000-Value-total                to r05-Value-total-Invoice_Seikyusho
            move f05000-Value-trib-aprox           to r05-Value-trib-aprox
            move f05000-base-ibs-cbs               to r05-base-ibs-cbs
            move f05000-Value-ibs                  to r05-Value-ibs
            move f05000-Value-cbs                  to r05-Value-cbs
            
            *>================================================================
            *>                    TRANSPORTADOR NFE
            move f05100-Value-ipi                   to r07-Value-ipi
            move f05100-aliq-icms                   to r07-aliq-icms
            move f05100-aliq-ipi                    to r07-aliq-ipi            
            move f05100-cd-class-trib               to r07-cd-class-trib
            move f05100-Value-ibs                   to r07-Value-ibs
            move f05100-Value-cbs                   to r07-Value-cbs
                 
       exit.

            string ws-EscCode "*p200x2880Y" "VAL APROX TRIBUTOS R$ " r05-Value-trib-aprox " (LEI 12.741)" into rl-Line_Gyou-em-pcl
            write rl-Record_Kiroku-em-pcl

            *> Dados adicionais - IBS/CBS destacados da reforma tributaria
            move spaces                            to rl-Line_Gyou-em-pcl
            string ws-EscCode "*p200x2930Y" "BASE IBS/CBS R$ " r05-base-ibs-cbs
                   "  IBS R$ " r05-Value-ibs "  CBS R$ " r05-Value-cbs into rl-Line_Gyou-em-pcl
            write rl-Record_Kiroku-em-pcl

            *>================================================================
            *>                    TRANSPORTADOR NFE
            *>================================================================  
            string ws-EscCode "*p4500x" ws-pos-y "Y" r07-aliq-ipi into rl-Line_Gyou-em-pcl
            write rl-Record_Kiroku-em-pcl

            compute ws-pos-y-ibs-cbs = ws-pos-y + 35
            move spaces                            to rl-Line_Gyou-em-pcl
            string ws-EscCode "*p470x" ws-pos-y-ibs-cbs "Y" "CCLASSTRIB " r07-cd-class-trib
                   " IBS " r07-Value-ibs " CBS " r07-Value-cbs into rl-Line_Gyou-em-pcl
            write rl-Record_Kiroku-em-pcl

            add 70                                to ws-pos-y

       exit.
