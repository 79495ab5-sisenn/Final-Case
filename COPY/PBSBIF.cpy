              88 PFX-FUNC-UNFREEZE           VALUE 12.
              88 PFX-FUNC-CLOSEACCT          VALUE 13.
              88 PFX-FUNC-SETLIMIT           VALUE 14.
              88 PFX-FUNC-REVERSE            VALUE 15.
      *----ID2/DVZ2 yalnzca PFX-FUNC-TRANSFER için kullanlr ve
      *aktarmn hedef hesabn tar; kaynak hesap ID/DVZ alanlarndadr.
           05 PFX-SUB-ID          PIC 9(05).
      *tutardir; muhasebe ozeti hedef bolume bu tutari yazmalidir.
              10 PFX-CREDIT-AMT    PIC S9(15).
              10 PFX-EXP           PIC X(30).
      *----PFX-REV-... alanlari yalnizca PFX-FUNC-REVERSE icin
      *kullanilir. PFX-REV-TS girdidir: geri alinacak hareketin
      *AUD-TIMESTAMP'inin ilk 16 hanesi (YYYYMMDDHHMMSSCC);
      *PFX-REV-FUNC de girdidir: o hareketin AUD-FUNC degeri. Ucret
      *hareketi ait oldugu borc/aktarim bacagiyla ayni zaman damgasini
      *tasiyabildiginden hareket ikisiyle birlikte adlandirilir.
      *Cevapta ters kaydin borc ve alacak bacaklari bolum/tutar olarak
      *doner; aktarim tersinde karsi hesap PFX-SUB-ID2/PFX-SUB-DVZ2'ye
      *yazilir.
           05 PFX-REV-TS          PIC X(16).
           05 PFX-REV-FUNC        PIC 9(02).
           05 PFX-REV-DR-DVZ      PIC 9(03).
           05 PFX-REV-DR-AMT      PIC S9(15).
           05 PFX-REV-CR-DVZ      PIC 9(03).
           05 PFX-REV-CR-AMT      PIC S9(15).
      *----PFX-CUS-NO hesap acilisinda (PFX-FUNC-WRITE) girdidir: sifir
      *degilse hesap bu musteriye baglanir ve isim musteri ana
      *kaydindan alinir. Okuma (PFX-FUNC-READ) cevabinda hesabin sahip
      *musteri numarasi doner. Aktarim (PFX-FUNC-TRANSFER) cevabinda
      *kaynak hesap okunabildiyse, aktarim reddedilse de, kaynak
      *hesabin musteri numarasi ve PFX-BALANCE-FROM'da bakiyesi doner.
           05 PFX-CUS-NO          PIC 9(09).
      *----PFX-FEE-... alanlari cevaptir: islem basariyla islendikten
      *sonra ucret tarifesinden (FEEFILE) bir ucret dogduysa alinan
      *(PFX-FEE-CHARGED) ya da kredili mevduat limitini asacagi icin
      *alinmayan (PFX-FEE-WAIVED) ucretin bolumu ve tutaridir.
           05 PFX-FEE-SW          PIC X(01).
              88 PFX-FEE-CHARGED             VALUE 'C'.
              88 PFX-FEE-WAIVED              VALUE 'W'.
           05 PFX-FEE-DVZ         PIC 9(03).
           05 PFX-FEE-AMT         PIC S9(15).
      *----PFX-TRN-REF istektir: islemi doguran INPFILE kaleminin
      *islem referansidir, yazilan her AUDFILE hareketine aktarilir.
           05 PFX-TRN-REF         PIC X(23).
