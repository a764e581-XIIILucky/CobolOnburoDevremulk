         88  odd-gerekce-yukselt      value "2".
         88  odd-gerekce-sikayet      value "3".
         88  odd-gerekce-overbook     value "4".
         88  odd-gerekce-optimize     value "5".
     02  odd-ACIKLAMA             pic x(60).
