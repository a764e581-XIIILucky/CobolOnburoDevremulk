*  Recete kartlari: POS menu urununun genel depo malzemelerine
*  porsiyon miktarlariyla acilimi. Sira 0 kartin basligidir (urun
*  adi, menu satis fiyati); sira > 0 satirlar malzeme (DEPSTK
*  anahtari) ve bir porsiyondaki miktardir (DEPSTK birimiyle).
*  recete.cbl isletir.
 FD  recete.
 01  rct-REC.
     02  rct-ANAH.
         03  rct-URUN             pic x(10).
         03  rct-SIRA             pic 9(02).
     02  rct-ACIKLAMA             pic x(30).
     02  rct-SATIS-FIYAT          pic 9(07)v99 comp-3.
     02  rct-MALZEME              pic x(03).
     02  rct-MIKTAR               pic 9(05)v9999 comp-3.
     02  rct-DEGISTIREN           pic x(10).
     02  rct-DEGISIM-TARIH        pic 9(08).
