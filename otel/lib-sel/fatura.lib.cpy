     02  fat-ILK-YAZDIRMA-TARIHI  pic 9(08).
     02  fat-SON-YAZDIRMA-TARIHI  pic 9(08).
     02  fat-SON-YAZDIRMA-SAATI   pic 9(06).
*  KDV ve tevkifat toplamlari (tevkifat.cbl hesaplar): tevkif
*  edilen KDV aliciya birakilir, odenecek KDV faturada kalan
*  kisimdir
     02  fat-CARI-KODU            pic x(10).
     02  fat-KDV-TUTAR            pic s9(10)v99 comp-3.
     02  fat-TEVKIFAT-KODU        pic x(03).
     02  fat-TEVKIFAT-PAY         pic 9(02).
     02  fat-TEVKIFAT-PAYDA       pic 9(02).
     02  fat-TEVKIFAT-TUTAR       pic s9(10)v99 comp-3.
     02  fat-ODENECEK-KDV         pic s9(10)v99 comp-3.
