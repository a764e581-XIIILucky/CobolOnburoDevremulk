         88  szt-cayma-suresinde      value "C".
         88  szt-kesinlesti           value "K".
         88  szt-cayildi              value "I".
*  enflasyon endeksleme maddesi (tksendks.cbl isletir): endeksli
*  TL sozlesmenin odenmemis taksitleri yilda bir resmi endekse
*  gore yeniden degerlenir. Baz donem satistan (imza) gelir; her
*  uygulamadan sonra uygulanan donem bir sonraki yilin bazidir.
     02  szt-ENDEKS               pic x(01).
         88  szt-endeksli             value "E".
         88  szt-endekssiz            value " ", "H".
     02  szt-ENDEKS-BAZ           pic 9(06).
     02  szt-ENDEKS-SON           pic 9(06).
