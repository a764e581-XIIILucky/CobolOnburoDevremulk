        88  dnh-kullanildi            value "K".
        88  dnh-kiraya-verildi        value "R".
        88  dnh-bankaya-yatirildi     value "B".
        88  dnh-misafir-sertifikali   value "M".
        88  dnh-bos                   value " ".

fd  donem-aidat.
