         88  oda-french               value "F".
     02  oda-SIGARA               pic x(01).
         88  oda-sigarali             value "E".
*  baglantili (ic kapili) ve bitisik oda ciftleri (aileoda.cbl
*  isletir): karsi odanin numarasi; aile setine bagli
*  rezervasyonlarin oda seciminde gecerli cift buradan okunur
     02  oda-BAGLANTI-NO          pic x(06).
     02  oda-BITISIK-NO1          pic x(06).
     02  oda-BITISIK-NO2          pic x(06).
