*
 FD  opbprof.
 01  opp-REC.
     02  opp-ANAH.
         03  opp-ACENTA           pic x(04).
     02  opp-ACIKLAMA             pic x(30).
     02  opp-BICIM                pic x(01).
         88  opp-csv                  value "C".
         88  opp-xml                  value "X".
     02  opp-TESLIM               pic x(01).
         88  opp-komutla              value "K".
         88  opp-maille               value "M".
*  teslim komutunun sonuna bir bosluk ve dosya adi eklenir
     02  opp-KOMUT                pic x(120).
     02  opp-MAIL                 pic x(60).
     02  opp-BOS-GONDER           pic x(01).
         88  opp-bos-gonderilir       value "E".
     02  opp-DURUM                pic x(01).
         88  opp-aktif                value "E".
         88  opp-pasif                value "H".
