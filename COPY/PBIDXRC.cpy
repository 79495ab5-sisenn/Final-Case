              88 IDX-ST-FROZEN                  VALUE 'F'.
              88 IDX-ST-CLOSED                  VALUE 'C'.
      *----SON HAREKET TARIHI (YYYYGGG): BASARILI UPDATE/DEBIT/CREDIT
      *VE HESAP KAPATMA ILE DAMGALANIR; SIFIR = HIC HAREKET
      *DAMGALANMAMIS, RAPORLAR IDX-DATE ACILIS TARIHINE DUSER.
           05 IDX-LAST-ACT       PIC S9(07) COMP-3.
      *----ANLASILMIS KREDILI MEVDUAT (OVERDRAFT) LIMITI: BAKIYENIN
      *EKSIDE INEBILECEGI EN BUYUK TUTAR. SIFIR = LIMIT YOK, BAKIYE
      *EKSIYE DUSEMEZ. ISLEM TURU 'L' ILE GUNCELLENIR.
           05 IDX-OD-LIMIT       PIC S9(15) COMP-3.
      *----SAHIP MUSTERI NUMARASI (CUSFILE CUS-NO). SIFIR = HENUZ BIR
      *MUSTERIYE BAGLANMAMIS ESKI HESAP; ISIM BU DURUMDA HESAP UZERINDE
      *TUTULUR. BAGLI HESAPTA ISIM MUSTERI ANA KAYDINDAN GELIR.
           05 IDX-CUS-NO         PIC S9(09) COMP-3.
