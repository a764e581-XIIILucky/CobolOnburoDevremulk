*  Arsive alinmis kapali yillar (arsivle.cbl yazar). Yil, cikis
*  tarihinin yilidir; o yilin REZ, CAST-log, REZ-log ve FATURA
*  kayitlari canli dosyalarla ayni duzende asagidaki dosyalardadir.
*  Arsivi okuyan her program (arssorgu, kaynyoy) dosya adlarini
*  buradan alir. DURUM Y ise calisma yarida kalmistir; ayni yil
*  yeniden calistirilinca kaldigi yerden tamamlanir.
 FD  arsyil.
 01  ary-REC.
     02  ary-YIL                  pic 9(04).
     02  ary-REZ-DOSYA            pic x(40).
     02  ary-CAST-DOSYA           pic x(40).
     02  ary-RLOG-DOSYA           pic x(40).
     02  ary-FAT-DOSYA            pic x(40).
     02  ary-REZ-ADET             pic 9(07).
     02  ary-CAST-ADET            pic 9(09).
     02  ary-RLOG-ADET            pic 9(07).
     02  ary-FAT-ADET             pic 9(07).
     02  ary-ATLANAN-ADET         pic 9(07).
     02  ary-TARIH                pic 9(08).
     02  ary-KLLNC                pic x(10).
     02  ary-DURUM                pic x(01).
         88  ary-tamam                value "T".
         88  ary-yarim                value "Y".
