*  Ekspres cikis (express checkout) kaydi: cikistan onceki gece
*  uygun bulunan rezervasyon basina bir kayit; on folio mektubu,
*  karttan tahsilat, fatura ve masaya dusme izi (expcout.cbl
*  isletir).
 FD  expcout.
 01  exc-REC.
     02  exc-ANAH.
         03  exc-REZ-NO           pic 9(08).
     02  exc-CIK-TAR              pic 9(08).
     02  exc-ODANO                pic x(04).
     02  exc-DURUM                pic x(01).
         88  exc-aday                 value "A".
         88  exc-kapandi              value "K".
         88  exc-cikarildi            value "C".
         88  exc-reddedildi           value "R".
     02  exc-DIL                  pic x(02).
     02  exc-PROFORMA-TARIH       pic 9(08).
     02  exc-PROFORMA-TUTAR       pic s9(10)v99.
     02  exc-TAHSIL-TARIH         pic 9(08).
     02  exc-TAHSIL-TUTAR         pic s9(10)v99.
     02  exc-TAHSIL-FIS           pic 9(10).
     02  exc-FAT-NO               pic 9(10).
     02  exc-FATURA-MAIL-TARIH    pic 9(08).
*  masaya dusme nedeni: SORU misafir sorusu, KART, SURE, ONAY,
*  ITRZ, ROUT, TAHS, MAIL, FATR, DOSY (bkz. expcout.cbl)
     02  exc-NEDEN                pic x(04).
     02  exc-SORGU                pic x(60).
     02  exc-KLLNC                pic x(10).
