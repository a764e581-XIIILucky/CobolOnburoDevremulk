*  Ek esya envanteri (bebek yatagi, ilave yatak, katlanir yatak):
*  esya tipi basina evdeki adet ve gecelik ucret (ekesya.cbl
*  isletir). Ucret sifir ise esya ucretsiz verilir, foliye fis
*  kesilmez.
 FD  ekesya.
 01  eks-REC.
     02  eks-KOD                  pic x(04).
     02  eks-ADI                  pic x(30).
     02  eks-ADET                 pic 9(03).
     02  eks-UCRET                pic 9(07)v99.
*  folio satirinin malzeme (break) kodu
     02  eks-MALZEME              pic x(03).
     02  eks-DURUM                pic x(01).
         88  eks-aktif                value "A".
         88  eks-pasif                value "P".
     02  eks-KLLNC                pic x(10).
