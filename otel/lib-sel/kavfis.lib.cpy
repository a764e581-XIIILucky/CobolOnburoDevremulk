*  Kasa avansina islenen harcama fisleri. Tutar KDV dahildir;
*  butce kalemi BUTCE'deki but-KALEM'dir (kasavans.cbl isletir).
 FD  kavfis.
 01  kvf-REC.
     02  kvf-ANAH.
         03  kvf-AVANS-NO         pic 9(06).
         03  kvf-SIRA             pic 9(03).
     02  kvf-TARIH                pic 9(08).
     02  kvf-TEDARIKCI            pic x(30).
     02  kvf-VERGI-NO             pic x(11).
     02  kvf-BELGE-NO             pic x(16).
     02  kvf-ACIKLAMA             pic x(40).
     02  kvf-TUTAR                pic s9(10)v99 comp-3.
     02  kvf-KDV-ORAN             pic 9(02)v99.
     02  kvf-KDV-TUTAR            pic s9(10)v99 comp-3.
     02  kvf-KALEM                pic x(06).
     02  kvf-KLLNC                pic x(10).
