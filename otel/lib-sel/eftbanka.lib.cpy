*  EFT-POS banka parametreleri: banka kodu rez-banka ile aynidir;
*  uye isyeri komisyonu ve valor gunu beklenen net yatisi verir
*  (eftmutab.cbl isletir).
 FD  eftbanka.
 01  ebk-REC.
     02  ebk-BANKA                pic 9(02).
     02  ebk-ACIKLAMA             pic x(30).
     02  ebk-KOMISYON-ORAN        pic 9(02)v9(04).
     02  ebk-VALOR-GUN            pic 9(03).
     02  ebk-DEGISTIREN           pic x(10).
     02  ebk-DEGISIM-TARIH        pic 9(08).
