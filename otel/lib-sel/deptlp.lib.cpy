*  Departman satin alma talepleri. Siparise baglanan talep
*  siparis numarasini tasir (depoalim.cbl isletir).
 FD  deptlp.
 01  dtl-REC.
     02  dtl-TALEP-NO             pic 9(06).
     02  dtl-TARIH                pic 9(08).
     02  dtl-DEPARTMAN            pic x(04).
     02  dtl-MALZEME              pic x(03).
     02  dtl-MIKTAR               pic s9(07)v999 comp-3.
     02  dtl-ACIKLAMA             pic x(40).
     02  dtl-KLLNC                pic x(10).
     02  dtl-DURUM                pic x(01).
         88  dtl-acik                 value "A".
         88  dtl-sipariste            value "S".
     02  dtl-SIPARIS-NO           pic 9(06).
     02  dtl-SIPARIS-SIRA         pic 9(03).
