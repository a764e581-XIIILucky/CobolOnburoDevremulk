*  Arsiv tutmasi (arsivle.cbl isletir): burada kaydi olan
*  rezervasyon, BITIS-TARIH gelene kadar (0 ise suresiz) saklama
*  suresi dolsa da canli dosyalardan arsive tasinmaz. K KVKK
*  hukuki talep / ilgili kisi basvurusu, D dava veya itiraz,
*  M mali denetim.
 FD  arstut.
 01  ast-REC.
     02  ast-REZ-NO               pic 9(08).
     02  ast-NEDEN                pic x(01).
         88  ast-kvkk                 value "K".
         88  ast-dava                 value "D".
         88  ast-denetim              value "M".
     02  ast-ACIKLAMA             pic x(40).
     02  ast-TARIH                pic 9(08).
     02  ast-BITIS-TARIH          pic 9(08).
     02  ast-KLLNC                pic x(10).
