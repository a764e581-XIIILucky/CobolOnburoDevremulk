01  w-simdi                      pic 9(06).

*> gece sirasi: adim adi hem CALL edilen program hem RUNLOG
*> anahtaridir. Sira onemlidir:
*>   - operator rezervasyon cekimi (sejcek) ilk adimdir; gun icinde
*>     gelenler envantere girer. Konuk kayit eksiksizlik denetimi
*>     (kayitkon) yarinin girisleri cekildikten sonra kosulur,
*>   - spa ve kardes tesis harcamalari (lapisint/merkcari) otomatik
*>     checkout folioyu kapatmadan once aktarilir; ekspres cikislarin
*>     karttan kapanisi (expcout) harcamalardan sonra, otocout'tan once;
*>     havlu masasi (havlu) ekspres kapanistan sonra,
*>   - ardindan envanter kontrolu, otomatik checkout ve kur aktarimi,
*>   - ek esya fisleri (ekesya) oda tahakkukunun (casthiz) hemen
*>     ardindan, otopark fisleri ve guvenligin garaj listesi (otopark)
*>     onun arkasindan,
*>   - operator konaklama bildirimi (opbildir) no-show'lari gormesi icin
*>     gelmedi/opsiptal'dan sonra; mutfak tahmini de no-show ve opsiyon
*>     iptalleri dustukten sonra hazirlanir, ikram siparisleri (ikram)
*>     ayni nedenle mutfaktan sonra acilir. Gunubirlik giris kapi raporu
*>     (gunpas) gezi masasi kasasinin yanina basilir,
*>   - derin temizlik plani (derintem) hkatama'dan once: gorevli is
*>     kagidi gunun planli derin temizlik isini de dagitir,
*>   - gece supurmeleri, istatistik yeniden kurma, gun sonu raporlari ve
*>     kapanis bekcileri. Kasavans'in yaslandirmasi yalniz ayin son
*>     gecesi basilir,
*>   - tapu dosyasi acilisi (tapu) gunun tahsilati islendikten sonra
*>     kosulur; son taksit ayni gece odenmis sayilir. Referans kredisi
*>     (refkredi) ayni sirada aidata islenir; yedek akce payi (yedakce)
*>     kredi dahil gunun tahsilatindan ayrilir,
*>   - veri ambari aktarimi (dwhext) gunun tum kayitlari ve denetimi
*>     bittikten sonra, e-fatura kabul kapisindan once kosulur.
*> Baglanti alani isteyen adimlar (earskuyr/arabekci/dosyakon/
*> dovizpoz/cariage/tahsilat/vccplan/blokdepo/merkrez/sejcek/
*> opbildir/lapisint/merkcari/kasavans/mutfak/lojman/arafat/
*> iadekuy/cbkdosya/expcout/ekesya/aileoda/odaopt/derintem/
*> havlu/kayitkon/firmuret/tapu/refkredi/yedakce/ikram/gezi/
*> dwhext/otopark/gunpas) parametresiz cagrida kendi gece
*> varsayilanina doner.
*> earskuyr'un e-fatura kabul kapisi (gunlerce acik kalabilen bir is
*> durumu) SON adimdir: bekci ve dosya dogrulamasi ondan once kosulur,
*> kabul eksigi sonraki adimlari engelleyemez.
01  w-adim-tablosu.
    02  filler                   pic x(08) value "sejcek".
    02  filler                   pic x(08) value "kayitkon".
    02  filler                   pic x(08) value "lapisint".
    02  filler                   pic x(08) value "merkcari".
    02  filler                   pic x(08) value "expcout".
    02  filler                   pic x(08) value "havlu".
    02  filler                   pic x(08) value "gunkont".
    02  filler                   pic x(08) value "otocout".
    02  filler                   pic x(08) value "otokur".
    02  filler                   pic x(08) value "kurbekci".
    02  filler                   pic x(08) value "casthiz".
    02  filler                   pic x(08) value "ekesya".
    02  filler                   pic x(08) value "otopark".
    02  filler                   pic x(08) value "routkap".
    02  filler                   pic x(08) value "rehprim".
    02  filler                   pic x(08) value "gelmedi".
    02  filler                   pic x(08) value "opsiptal".
    02  filler                   pic x(08) value "opbildir".
    02  filler                   pic x(08) value "blokwash".
    02  filler                   pic x(08) value "pacesnap".
    02  filler                   pic x(08) value "pacetahm".
    02  filler                   pic x(08) value "mutfak".
    02  filler                   pic x(08) value "ikram".
    02  filler                   pic x(08) value "gezi".
    02  filler                   pic x(08) value "gunpas".
    02  filler                   pic x(08) value "webyield".
    02  filler                   pic x(08) value "webstop".
    02  filler                   pic x(08) value "uykukont".
    02  filler                   pic x(08) value "derintem".
    02  filler                   pic x(08) value "hkatama".
    02  filler                   pic x(08) value "aileoda".
    02  filler                   pic x(08) value "odaopt".
    02  filler                   pic x(08) value "bakimpln".
    02  filler                   pic x(08) value "lojman".
    02  filler                   pic x(08) value "arafat".
    02  filler                   pic x(08) value "iadekuy".
    02  filler                   pic x(08) value "cbkdosya".
    02  filler                   pic x(08) value "acil".
    02  filler                   pic x(08) value "limittar".
    02  filler                   pic x(08) value "istyenid".
    02  filler                   pic x(08) value "dovizpoz".
    02  filler                   pic x(08) value "kpialarm".
    02  filler                   pic x(08) value "cariage".
    02  filler                   pic x(08) value "firmuret".
    02  filler                   pic x(08) value "kasavans".
    02  filler                   pic x(08) value "tahsilat".
    02  filler                   pic x(08) value "tapu".
    02  filler                   pic x(08) value "refkredi".
    02  filler                   pic x(08) value "yedakce".
    02  filler                   pic x(08) value "vccplan".
    02  filler                   pic x(08) value "blokdepo".
    02  filler                   pic x(08) value "merkrez".
    02  filler                   pic x(08) value "arabekci".
    02  filler                   pic x(08) value "dosyakon".
    02  filler                   pic x(08) value "dwhext".
    02  filler                   pic x(08) value "earskuyr".
01  w-adimlar redefines w-adim-tablosu.
    02  w-adim                   pic x(08) occurs 56 times.
01  w-adim-sayisi                pic 9(02) value 56.
01  w-adim-ix                    pic 9(02).
01  w-aktif-adim                 pic x(08).

