*> olmadigindan bu program konuk.dat'a ne yazar ne de onu okur:
*> girdisi, konuk ekraninin csvyap duzeninde disa aktardigi
*> konukext.csv dosyasidir (satir: konuk-no;kategori;
*> son-konaklama(yyyyaagg);acik-bakiye;yasal-tutma(E/H)[;tc-no]).
*> Suresi dolanlar tespit edilir, imha kutugune "B" bekliyor satiri
*> acilir ve imha raporu uretilir; fiili anonimlestirme, kayit
*> duzeninin sahibi konuk bakim ekranindan kutukteki bekleyen
*> satirlar uzerinden yurutulur ve satir "I" islendi yapilir
*>     isareti tasimayan her konuk icin KVKKIMHA kutugune "B"
*>     bekleyen imha satiri yazilir (konuk no, tarih, kategori,
*>     dayanak); ayni konuk icin acik satir varsa yinelenmez,
*>   - satirda TC no varsa konugun FIHRIST profiline imha tespit
*>     tarihi (fih-KVKK-IMHA-TAR) yazilir; profil o andan itibaren
*>     pazarlama cikislarina (rfmseg) alinmaz,
*>   - veri sorumlusuna verilecek periyodik imha raporu
*>     kvkksil.txt'ye basilir.

            organization line sequential
            file status is fs-konuk.

     copy "fihrist.sel.cpy".

     select kvkkimha assign to random
            kvkkimha-dosya
            organization indexed
fd  konuk-ext.
01  ext-satir                    pic x(120).

 copy "fihrist.lib.cpy".

fd  kvkkimha.
01  imh-rec.
    02  imh-anah.
01  kvkksil-rapor-dosya          pic x(200) value "kvkksil.txt".
01  fs-kvkksakl                  pic xx.
01  fs-konuk                     pic xx.
01  fihrist-dosya                pic x(200) value "fihrist.dat".
01  fs-fihrist                   pic xx.
01  fs-kvkkimha                  pic xx.

01  w-bugun                      pic 9(08).
01  w-e-tar                      pic x(08).
01  w-e-bakiye                   pic x(14).
01  w-e-yasal                    pic x(01).
01  w-e-tc                       pic x(11).
01  w-kvkksakl-acik              pic x(01).
01  w-fihrist-acik               pic x(01).
01  w-dayanak                    pic x(40).
01  w-sinir-tarih                pic 9(08).
01  w-acik-imha-var              pic x(01).
        goback
     end-if
     move 0 to w-anonim-sayisi w-atlanan-sayisi
     open i-o fihrist
     if fs-fihrist = "00"
        move "E" to w-fihrist-acik
     else
        move "H" to w-fihrist-acik
     end-if
     open output kvkksil-rapor
     perform rapor-bas
     if w-fihrist-acik not = "E"
        move spaces to kvkksil-rapor-satir
        string "FIHRIST ACILAMADI (DURUM " fs-fihrist
               ") - PAZARLAMA PROFILLERI ISARETLENMEDI"
               delimited by size into kvkksil-rapor-satir
        write kvkksil-rapor-satir
     end-if
     perform konuk-tara
     perform rapor-ozet
     close kvkksakl konuk-ext kvkkimha kvkksil-rapor
     if w-fihrist-acik = "E"
        close fihrist
     end-if
     goback.

 konuk-tara.
*> disa aktarim satirinin cozumu.
 satir-coz.
     move spaces to w-e-no w-e-kat w-e-tar w-e-bakiye w-e-yasal
                    w-e-tc
     unstring ext-satir delimited by ";"
              into w-e-no w-e-kat w-e-tar w-e-bakiye w-e-yasal
                   w-e-tc
     end-unstring
     move 0 to konuk-no konuk-son-konaklama-tar
               konuk-acik-bakiye
*> kaydina yazilmaz. Ayni konuk icin acik ("B") satir varsa
*> yinelenmez.
 tespit-et.
     perform fihrist-isaretle
     perform acik-kayit-ara
     if w-acik-imha-var = "E"
        exit paragraph
     write kvkksil-rapor-satir
     .

*> imhasi tespit edilen konugun pazarlama profili isaretlenir
 fihrist-isaretle.
     if w-e-tc = spaces or w-fihrist-acik not = "E"
        exit paragraph
     end-if
     move w-e-tc to fih-tc-no
     read fihrist
          invalid exit paragraph
     end-read
     if fih-kvkk-imha-tar = 0
        move w-bugun to fih-kvkk-imha-tar
        rewrite fih-rec invalid continue end-rewrite
     end-if
     .

*> konugun acik imha satiri var mi? (anahtar konuk-no + tarih)
 acik-kayit-ara.
     move "H" to w-acik-imha-var
