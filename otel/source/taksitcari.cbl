    02  c-vergi-no                pic x(11).
    02  cari-bakiye               pic s9(11)v99 comp-3.
    02  cari-email                pic x(60).
    02  c-tevkifat-kodu           pic x(03).
    02  c-tevkifat-pay            pic 9(02).
    02  c-tevkifat-payda          pic 9(02).

fd  taksitcari-rapor.
01  taksitcari-rapor-satir        pic x(132).
