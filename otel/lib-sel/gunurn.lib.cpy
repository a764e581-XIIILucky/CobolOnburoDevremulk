*  Gunubirlik giris (day-pass) urunleri: havuz / plaj / her sey
*  dahil gunluk paketler (gunpas.cbl isletir). Gunluk kapasite
*  0 ise sinirsizdir; ogunler bileklige gunun yemek hakki olarak
*  acilir (K kahvalti, O ogle, A aksam). Gelir departmani bos ise
*  gunpas.prm DEP gecerlidir.
 FD  gunurn.
 01  gnu-REC.
     02  gnu-KOD                  pic x(04).
     02  gnu-ADI                  pic x(30).
     02  gnu-KAPASITE             pic 9(04).
     02  gnu-OGUNLER              pic x(03).
     02  gnu-DEP                  pic x(03).
     02  gnu-DURUM                pic x(01).
         88  gnu-aktif                value "A".
         88  gnu-pasif                value "P".
     02  gnu-KLLNC                pic x(10).
