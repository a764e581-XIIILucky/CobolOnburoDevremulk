        88  szt-cayma-suresinde       value "C".
        88  szt-kesinlesti            value "K".
        88  szt-cayildi               value "I".
    02  szt-endeks                pic x(01).
        88  szt-endeksli              value "E".
        88  szt-endekssiz             value " ", "H".
    02  szt-endeks-baz            pic 9(06).
    02  szt-endeks-son            pic 9(06).

fd  devcayma-rapor.
01  devcayma-rapor-satir          pic x(132).
