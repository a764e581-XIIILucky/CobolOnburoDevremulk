
data division.
file section.
 copy "fatura.lib.cpy".

fd  folioyzd.
01  fyz-rec.
