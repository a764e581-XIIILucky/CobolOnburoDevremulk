*  Tapu (devre hissesi) verilis dosyasi (tapu.cbl isletir): son
*  taksiti odenmis ve aidat borcu olmayan DEVMULK unitesi icin
*  otomatik acilir; tapu surecinin her asamasi tarihiyle tutulur.
 FD  tapu.
 01  tpu-REC.
     02  tpu-DEVREMULK-NO         pic 9(08).
     02  tpu-SAHIP-NO             pic 9(08).
     02  tpu-ACILIS-TAR           pic 9(08).
     02  tpu-ASAMA                pic x(01).
         88  tpu-acildi               value "A".
         88  tpu-belge-tamam          value "B".
         88  tpu-harc-odendi          value "H".
         88  tpu-randevu-alindi       value "R".
         88  tpu-verildi              value "V".
         88  tpu-teslim-edildi        value "T".
     02  tpu-BELGE-TAR            pic 9(08).
     02  tpu-HARC-TAR             pic 9(08).
     02  tpu-HARC-TUTAR           pic 9(09)v99.
*  tapu mudurlugu randevusu (ileri tarih olabilir; ertelemede
*  yeniden girilir)
     02  tpu-RANDEVU-TAR          pic 9(08).
     02  tpu-VERILIS-TAR          pic 9(08).
     02  tpu-TESLIM-TAR           pic 9(08).
     02  tpu-TESLIM-ALAN          pic x(40).
     02  tpu-TESLIM-IMZA          pic x(01).
         88  tpu-imzali               value "E".
     02  tpu-SON-ASAMA-TAR        pic 9(08).
     02  tpu-SON-KLLNC            pic x(10).
     02  tpu-NOT                  pic x(60).
