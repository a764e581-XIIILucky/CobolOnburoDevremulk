*  Kredi karti itiraz (chargeback) dosyasi: bankanin itiraz
*  mektubu basina bir kayit; folio, fatura ve kart bilgisi, banka
*  sebep kodu ve yanit son gunu, delil paketi ve sonuc
*  (cbkdosya.cbl isletir).
 FD  cbkdos.
 01  cbk-REC.
     02  cbk-ANAH.
         03  cbk-DOSYA-NO         pic 9(08).
     02  cbk-REZ-NO               pic 9(08).
     02  cbk-BANKA                pic 9(02).
     02  cbk-BANKA-REF            pic x(20).
     02  cbk-SEBEP-KODU           pic x(06).
     02  cbk-SEBEP-ACIKLAMA       pic x(40).
     02  cbk-ALIS-TARIH           pic 9(08).
     02  cbk-SON-TARIH            pic 9(08).
     02  cbk-TUTAR                pic 9(10)v99.
     02  cbk-DOVIZ-CINSI          pic x(03).
     02  cbk-KUR-ORANI            pic 9(04)v9999.
     02  cbk-TL-TUTAR             pic 9(10)v99.
*  kart numarasinin yalniz ilk ve son dort hanesi saklanir
     02  cbk-KART-TIPI            pic x(01).
     02  cbk-KART-MASKE           pic x(19).
     02  cbk-KART-SAHIBI          pic x(50).
     02  cbk-ONAY-KODU            pic x(15).
     02  cbk-FAT-NO               pic 9(10).
     02  cbk-ODANO                pic x(04).
     02  cbk-GIR-TAR              pic 9(08).
     02  cbk-CIK-TAR              pic 9(08).
     02  cbk-KBS-ANAH             pic x(20).
     02  cbk-PAKET-TARIH          pic 9(08).
     02  cbk-PAKET-DOSYA          pic x(40).
*  pakette bulunamayan deliller: F folio, T fatura, P KBS onayi,
*  L kapi kilidi acilisi
     02  cbk-EKSIK                pic x(05).
     02  cbk-YANIT-TARIH          pic 9(08).
     02  cbk-DURUM                pic x(01).
         88  cbk-acik                 value "A".
         88  cbk-paket-hazir          value "P".
         88  cbk-yanitlandi           value "Y".
         88  cbk-kazanildi            value "K".
         88  cbk-kaybedildi           value "L".
         88  cbk-silme-onayda         value "S".
         88  cbk-zarar-yazildi        value "Z".
     02  cbk-SONUC-TARIH          pic 9(08).
*  kaybedilen dosyanin zarar yazma talebi (duzonay kuyrugu)
     02  cbk-DUZ-TARIH            pic 9(08).
     02  cbk-DUZ-SIRA             pic 9(05).
     02  cbk-SILME-TARIH          pic 9(08).
     02  cbk-SON-HATIRLATMA       pic 9(08).
     02  cbk-KLLNC                pic x(10).
     02  cbk-NOTU                 pic x(40).
