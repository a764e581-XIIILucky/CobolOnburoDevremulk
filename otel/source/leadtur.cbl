        88  lead-gelmedi             value "N".
        88  lead-satis               value "S".
    02  lead-kontrat-no          pic 9(08).
*>   sahip referansi ise referans veren sahip (musteri no)
    02  lead-referans-sahip      pic 9(08).

fd  leadtur-rapor.
01  leadtur-rapor-satir          pic x(132).
