*  Periyodik derin temizlik is tipi (yatak cevirme, perde yikama,
*  hali yikama, balkon): aralik dolu gece ya da takvim gunu
*  olarak (derintem.cbl isletir). Kredi hkatama is yukune girer.
 FD  dertip.
 01  drt-REC.
     02  drt-KOD                  pic x(04).
     02  drt-ADI                  pic x(30).
     02  drt-ARALIK-TIPI          pic x(01).
         88  drt-dolu-gece            value "G".
         88  drt-takvim-gunu          value "T".
     02  drt-ARALIK               pic 9(04).
     02  drt-KREDI                pic 9(03).
     02  drt-DURUM                pic x(01).
         88  drt-aktif                value "A".
         88  drt-pasif                value "P".
