         88  cast-log-feragat-yolda      value "F".
     02  cast-log-itiraz-kllnc       pic x(10).
     02  cast-log-itiraz-tarih       pic 9(08).
*  fiyat duzeltme izi (spoyeni.cbl isletir): satirin onceki hali
*  kendi fis numarasiyla eCAST-log'a tasinir; duzeltmeyi onaylayan
*  kullanici, tarih ve duzeltme kaynagi yeni satirda kalir
     02  cast-log-duz-onay-kllnc     pic x(10).
     02  cast-log-duz-tarih          pic 9(08).
     02  cast-log-duz-kaynak         pic x(08).
*  ara fatura izi (arafat.cbl isletir): dolu satir bu numarali
*  faturada faturalanmistir; sonraki ara kesim ve cikis faturasi
*  yalniz bos satirlari alir
     02  cast-log-fat-no             pic 9(10).
     02  cast-log-bos9               pic x(222).
     02  cast-log-fis                pic 9(10).
