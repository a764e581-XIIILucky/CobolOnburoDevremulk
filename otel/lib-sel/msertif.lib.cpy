*  Sahip misafir sertifikasi (msertif.cbl isletir): sahibin bir
*  DONHRK haftasini verdigi yakini / arkadasi icin numarali belge.
*  Ucret alinana kadar "B" bekler, ucretle duzenlenir ve hafta
*  DONHRK'da misafir sertifikali kullanim olarak isaretlenir.
 FD  msertif.
 01  msr-REC.
     02  msr-NO                   pic 9(08).
     02  msr-DONHRK-SIRA          pic 9(08).
     02  msr-SAHIP-NO             pic 9(08).
     02  msr-DEVREMULK-NO         pic 9(08).
     02  msr-DONEM-NO             pic 9(04).
     02  msr-HAFTA                pic 9(02).
     02  msr-YIL                  pic 9(04).
     02  msr-MISAFIR-ADI          pic x(40).
     02  msr-KIMLIK               pic x(20).
     02  msr-MISAFIR-MAIL         pic x(60).
     02  msr-UCRET                pic 9(07)v99.
     02  msr-DOVIZ                pic x(03).
     02  msr-DURUM                pic x(01).
         88  msr-ucret-bekliyor       value "B".
         88  msr-duzenlendi           value "D".
         88  msr-kullanildi           value "K".
         88  msr-iptal                value "I".
     02  msr-KAYIT-TAR            pic 9(08).
     02  msr-DUZENLEME-TAR        pic 9(08).
     02  msr-KULLANIM-TAR         pic 9(08).
     02  msr-IPTAL-TAR            pic 9(08).
     02  msr-KLLNC                pic x(10).
