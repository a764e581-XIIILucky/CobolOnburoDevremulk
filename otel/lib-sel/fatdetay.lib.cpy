     02  fdt-KUR-ORANI            pic 9(04)v9999 comp-3.
     02  fdt-KUR-TARIHI           pic 9(08).
     02  fdt-TL-TUTAR             pic s9(10)v99 comp-3.
*  satirin KDV orani / tutari ve tevkif edilen KDV payi
*  (tevkifat.cbl hesaplar)
     02  fdt-KDV-ORAN             pic 9(02)v99.
     02  fdt-KDV-TUTAR            pic s9(10)v99 comp-3.
     02  fdt-TEVKIFAT-TUTAR       pic s9(10)v99 comp-3.
