    02  fdt-kur-orani            pic 9(04)v9999 comp-3.
    02  fdt-kur-tarihi           pic 9(08).
    02  fdt-tl-tutar             pic s9(10)v99 comp-3.
    02  fdt-kdv-oran             pic 9(02)v99.
    02  fdt-kdv-tutar            pic s9(10)v99 comp-3.
    02  fdt-tevkifat-tutar       pic s9(10)v99 comp-3.

fd  fatkur-rapor.
01  fatkur-rapor-satir      pic x(132).
