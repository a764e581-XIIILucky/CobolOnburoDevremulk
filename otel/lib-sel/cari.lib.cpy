     02  c-VERGI-NO                pic x(11).
     02  cari-BAKIYE               pic s9(11)v99 comp-3.
     02  cari-EMAIL                pic x(60).
*  KDV tevkifati (tevkifat.cbl isletir): kamu ve belirlenmis
*  alicilar icin GIB tevkifat kodu ve orani (pay / payda, or.
*  5/10); kod bos ise cariye kesilen faturada tevkifat yoktur
     02  c-TEVKIFAT-KODU           pic x(03).
     02  c-TEVKIFAT-PAY            pic 9(02).
     02  c-TEVKIFAT-PAYDA          pic 9(02).
