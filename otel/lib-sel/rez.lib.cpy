              88 rez-tekerlekli      value "T".
              88 rez-isitme-engelli  value "I".
              88 rez-yardim-diger    value "D".
*  operator konaklama bildirimi (opbildir.cbl isletir): giris ya
*  da no-show operatore bir kez bildirilir; giriste bildirilen
*  cikis tarihi erken ayrilisi yakalamak icin saklanir
           02 rez-opb-durum       pic x(01).
              88 rez-opb-bildirilmedi value " ".
              88 rez-opb-giris-gitti  value "G".
              88 rez-opb-noshow-gitti value "N".
              88 rez-opb-erken-gitti  value "E".
           02 rez-opb-plan-cik    pic 9(08).
           02 rez-opb-tarih       pic 9(08).
*  diyet / alerji kaydi ozeti (diyet.cbl tutar): kayit varsa
*  mutfak, restoran kapisi ve a la carte listesi diyet.cbl'e sorar
           02 rez-diyet-durum     pic x(01).
              88 rez-diyet-yok       value " ".
              88 rez-diyet-tercih    value "D".
              88 rez-diyet-alerji    value "A".
*  uzun konaklama ara faturalama dongusu (arafat.cbl isletir):
*  H haftalik, A aylik, N her rez-arafat-gece gecede; bos ise
*  firmanin dongusu gecerlidir. Son kesim tarihi ve sayisi
           02 rez-arafat-donem    pic x(01).
           02 rez-arafat-gece     pic 9(03).
           02 rez-arafat-son-tar  pic 9(08).
           02 rez-arafat-sayisi   pic 9(03).
*  aile seti (aileoda.cbl isletir): setin lider rezervasyon
*  numarasi ve istenen cift tipi - B baglantili, K bitisik de olur
           02 rez-aile-no         pic 9(08).
           02 rez-aile-tipi       pic x(01).
              88 rez-aile-baglantili value "B".
              88 rez-aile-bitisik    value "K".
*  misafire belirli oda sozu verildi (oda optimizasyonu bu
*  rezervasyonun odasini degistirmez - odaopt.cbl)
           02 rez-oda-garanti     pic x(01).
              88 rez-oda-garantili   value "E".
*  kutlama / ozel gun (ikram.cbl isletir; balayi Sejour'dan
*  sejcek ile gelir): ikram kurallari bu alana ve rez-vip-turu'na
*  bakar
           02 rez-kutlama         pic x(01).
              88 rez-kutlama-yok     value " ".
              88 rez-balayi          value "B".
              88 rez-dogum-gunu      value "D".
              88 rez-yildonumu       value "Y".
              88 rez-kutlama-diger   value "O".
           02 rez-kutlama-tarih   pic 9(08).
           02 rez-bosv9           pic x(678).
           02 rez-staf              pic x(04).
           02 rez-fis             pic 9(10).
