*  Rezervasyon capraz arama dizini (rezxref.cbl kurar ve okur).
*  REZ / REZ-log'un voucher, telefon ve e-posta (rez-adres1)
*  degerleri normal bicimde (buyuk harf; telefon yalniz son 10
*  rakam) anahtardadir. FIHRIST profili soyadi + adi (tur A),
*  WEBREZ siparisi aktarildigi rezervasyon numarasi (tur W) ile
*  yazilir. BAG kaydin geldigi kaynak + belge numarasidir; tek
*  rezervasyonun eski satirlari bu anahtarla silinir. Dizin gece
*  butunluk calismasinda (dosyakon) bastan kurulur.
 FD  rezxref.
 01  rxr-REC.
     02  rxr-ANAH.
         03  rxr-TUR              pic x(01).
             88  rxr-voucher          value "V".
             88  rxr-telefon          value "T".
             88  rxr-eposta           value "E".
             88  rxr-ad               value "A".
             88  rxr-web              value "W".
         03  rxr-DEGER            pic x(40).
         03  rxr-BAG.
             04  rxr-KAYNAK       pic x(01).
                 88  rxr-rez          value "R".
                 88  rxr-rez-log      value "L".
                 88  rxr-fihrist      value "H".
                 88  rxr-webrez       value "W".
             04  rxr-BELGE-NO     pic x(11).
     02  rxr-ADI                  pic x(20).
     02  rxr-SOYADI               pic x(20).
     02  rxr-GIR-TAR              pic 9(08).
     02  rxr-CIK-TAR              pic 9(08).
