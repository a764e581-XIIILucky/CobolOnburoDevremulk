*  Otopark yer tipi envanteri (kapali, acik, sarj istasyonlu vb.):
*  tip basina garajdaki yer sayisi ve gecelik ucret (otopark.cbl
*  isletir). Ucret sifir ise otopark ucretsizdir, foliye fis
*  kesilmez.
 FD  otptip.
 01  otp-REC.
     02  otp-KOD                  pic x(04).
     02  otp-ADI                  pic x(30).
     02  otp-ADET                 pic 9(03).
     02  otp-UCRET                pic 9(07)v99.
*  folio satirinin malzeme (break) kodu
     02  otp-MALZEME              pic x(03).
     02  otp-DURUM                pic x(01).
         88  otp-aktif                value "A".
         88  otp-pasif                value "P".
     02  otp-KLLNC                pic x(10).
