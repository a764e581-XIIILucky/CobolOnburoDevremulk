*  Satis iskonto yetki matrisi (iskyetki.cbl isletir): DANISMAN
*  basina rol ve liste fiyatindan verebilecegi en yuksek iskonto
*  yuzdesi. Limit 0 ise rolun iskyetki.prm varsayilani gecerlidir.
 FD  iskytk.
 01  isy-REC.
     02  isy-DANISMAN-NO          pic 9(06).
     02  isy-ROL                  pic x(01).
         88  isy-danisman             value "D".
         88  isy-satis-muduru         value "M".
         88  isy-direktor             value "R".
     02  isy-LIMIT-YUZDE          pic 9(03)v99.
     02  isy-TANIM-TAR            pic 9(08).
     02  isy-KLLNC                pic x(10).
