*
 FD  sejrez.
 01  sjr-REC.
     02  sjr-ANAH.
         03  sjr-ACENTA           pic x(04).
         03  sjr-VOUCHER          pic x(20).
     02  sjr-REZ-NO               pic 9(08).
     02  sjr-SON-LOGID            pic 9(10).
     02  sjr-SON-ISLEM            pic x(01).
         88  sjr-yeni                 value "Y".
         88  sjr-degisti              value "D".
         88  sjr-iptal                value "I".
     02  sjr-SON-TARIH            pic 9(08).
     02  sjr-KEYFIELD             pic x(150).
