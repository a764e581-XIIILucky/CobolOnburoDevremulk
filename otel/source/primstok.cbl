    02  lead-tur-tarihi          pic 9(08).
    02  lead-durum               pic x(01).
    02  lead-kontrat-no          pic 9(08).
*>   sahip referansi ise referans veren sahip (musteri no)
    02  lead-referans-sahip      pic 9(08).

fd  prmtanim.
01  prm-rec.
