       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SORDMNT.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Duzenli odeme talimati ana dosyasi bakimi; CUSTMNT'nin musteri
      *dosyasina yaptigini bu program talimat dosyasina yapar. Iptal
      *edilen talimat silinmez, iptal durumuna cekilir ki SORDGEN'in
      *basarisiz/askiya alinan talimat raporu gecmisi kaybetmesin.
           SELECT SO-REC     ASSIGN TO    SORDMST
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       SO-NO
                             STATUS       SO-ST.
      *Ekle/Degistir/Iptal islem kayitlarinin geldigi giris dosyasi
           SELECT STRN-REC   ASSIGN TO    STRNREC
                             STATUS       STRN-ST.
      *Her islemin sonucunu tutan denetim izi dosyasi
           SELECT SAUD-REC   ASSIGN TO    SAUDLOG
                             STATUS       SAUD-ST.
      *Hesap ana dosyasi yalniz okunur: talimatin borc ve hedef
      *hesaplarinin var oldugu ve kapali olmadigi burada dogrulanir;
      *talimatin musteri numarasi borc hesabindan alinir.
      *Alternatif indexler kumenin tanimiyla tutarli kalmasi icin
      *burada da bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
       DATA DIVISION.
       FILE SECTION.
      *SORDMST Degiskenleri - duzen SORDGEN'deki SO-FIELDS ile
      *aynidir. Hesap anahtarlari PSTREC kartindaki gibi metin
      *tutulur ki uretilen kart dogrudan doldurulabilsin. Siklik:
      *G gunluk, H haftalik, A aylik, C ceyreklik, Y yillik. Aylik
      *ve uzun sikliklarda odeme gunu (SO-DUE-DAY) saklanir; kisa
      *aylarda ay sonuna cekilen vade sonraki ayda yine bu gune
      *doner. Bitis tarihi bos ise talimat suresizdir.
       FD  SO-REC.
       01  SO-FIELDS.
           05 SO-NO           PIC X(05).
           05 SO-CUST-NO      PIC X(05).
           05 SO-DEB-KEY.
              10 SO-DEB-ID    PIC X(05).
              10 SO-DEB-CUR   PIC X(03).
           05 SO-TGT-KEY.
              10 SO-TGT-ID    PIC X(05).
              10 SO-TGT-CUR   PIC X(03).
           05 SO-AMOUNT       PIC S9(11)V99 COMP-3.
           05 SO-FREQ         PIC X(01).
              88 SO-DAILY        VALUE 'G'.
              88 SO-WEEKLY       VALUE 'H'.
              88 SO-MONTHLY      VALUE 'A'.
              88 SO-QUARTERLY    VALUE 'C'.
              88 SO-YEARLY       VALUE 'Y'.
              88 SO-VALID-FREQ   VALUE 'G' 'H' 'A' 'C' 'Y'.
           05 SO-NEXT-DUE     PIC X(08).
           05 SO-END-DATE     PIC X(08).
           05 SO-DUE-DAY      PIC 9(02).
      *Talimat durumu: etkin/askida/iptal/suresi doldu
           05 SO-STATUS       PIC X(01).
              88 SO-ACTIVE       VALUE 'A'.
              88 SO-SUSPENDED    VALUE 'S'.
              88 SO-CANCELLED    VALUE 'C'.
              88 SO-ENDED        VALUE 'E'.
      *Yetersiz bakiye/limit asimi nedeniyle yapilan tekrar sayisi
      *ve bir sonraki calismada tekrar denenecek mi bilgisi
           05 SO-RETRY-CNT    PIC 9(02).
           05 SO-RETRY-SW     PIC X(01).
              88 SO-RETRY-PENDING VALUE 'Y'.
      *Son uretilen kartin referansi ('S' + talimat no + sira no),
      *uretim tarihi ve PSTJRNL'den okunan sonucu; sonuc bos ise
      *kartin akibeti henuz okunmamistir
           05 SO-GEN-SEQ      PIC 9(04).
           05 SO-LAST-REF     PIC X(10).
           05 SO-LAST-GEN-DATE PIC X(08).
           05 SO-LAST-RESULT  PIC X(10).
           05 SO-ADD-DATE     PIC X(08).
           05 FILLER          PIC X(10).
      *STRNREC Degiskenleri - degistirme kartinda bos birakilan alan
      *talimatta oldugu gibi kalir; durum alani yalniz degistirmede
      *kullanilir (A yeniden etkinlestirir, S askiya alir)
       FD  STRN-REC    RECORDING MODE F.
       01  STRN-FIELDS.
           05 STRN-ACTION    PIC X(01).
              88 STRN-ADD        VALUE 'A'.
              88 STRN-CHANGE     VALUE 'C'.
              88 STRN-CANCEL     VALUE 'D'.
           05 STRN-SO-NO     PIC X(05).
           05 STRN-DEB-ID    PIC X(05).
           05 STRN-DEB-CUR   PIC X(03).
           05 STRN-TGT-ID    PIC X(05).
           05 STRN-TGT-CUR   PIC X(03).
           05 STRN-AMOUNT    PIC X(15).
           05 STRN-FREQ      PIC X(01).
           05 STRN-NEXT-DUE  PIC X(08).
           05 STRN-END-DATE  PIC X(08).
           05 STRN-STATUS    PIC X(01).
      *SAUDLOG Degiskenleri - duzen CAUDLOG ile ayni
       FD  SAUD-REC    RECORDING MODE F.
       01  SAUD-FIELDS.
           05 SAUD-ACTION    PIC X(01).
           05 SAUD-SO-NO     PIC X(05).
           05 SAUD-RESULT    PIC X(10).
           05 SAUD-DATE      PIC X(08).
      *ACCT-REC duzeni VSAMCBL ve ACCTMAIN'deki ACCT-FIELDS ile aynidir
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID     PIC S9(05) COMP-3.
              05 ACCT-CUR    PIC S9(03) COMP.
           03 ACCT-NAME-KEY.
              05 ACCT-NAME      PIC X(15).
              05 ACCT-SURNAME   PIC X(15).
           03 ACCT-BALANCE   PIC S9(11)V99 COMP-3.
           03 ACCT-CUST-NO   PIC X(05).
      *Hesap yasam durumu: acik/dondurulmus/uykuda/kapali. Eski
      *kayitlarda bosluk acik sayilir. Son hareket tarihi POSTTRN
      *tarafindan damgalanir; uykuda taramasi bu tarihe bakar.
           03 ACCT-STATUS    PIC X(01).
              88 ACCT-OPEN      VALUE 'O' SPACE.
              88 ACCT-FROZEN    VALUE 'F'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-TRANSFERRED VALUE 'T'.
           03 ACCT-LAST-MOVE PIC X(08).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SO-ST       PIC 9(02).
              88 SO-SUCCESS   VALUE 00
                                    97.
           05 STRN-ST     PIC 9(02).
              88 STRN-EOF     VALUE 10.
              88 STRN-SUCCESS VALUE 00
                                    97.
           05 SAUD-ST     PIC 9(02).
              88 SAUD-SUCCESS VALUE 00
                                    97.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Calisma tarihi - denetim izi kayitlarina damgalanir
       01  WS-DATE-AREA.
           05 WS-RUN-DATE.
              10 WS-RUN-YY       PIC 9(02).
              10 WS-RUN-MM       PIC 9(02).
              10 WS-RUN-DD       PIC 9(02).
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
      *Talimat dogrulama degiskenleri - red nedeni bos kalirsa kart
      *uygulanir; tarih denetimi POSTTRN'in valor denetimiyle ayni
       01  WS-VALIDATE-AREA.
           05 WS-AUD-RESULT      PIC X(10) VALUE SPACES.
           05 WS-SO-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-DATE-OK-SW      PIC X(01) VALUE 'N'.
              88 WS-DATE-OK         VALUE 'Y'.
           05 WS-DUE-CHANGED-SW  PIC X(01) VALUE 'N'.
              88 WS-DUE-CHANGED     VALUE 'Y'.
           05 WS-CHECK-DATE-X    PIC X(08) VALUE SPACES.
           05 WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X.
              10 WS-CHK-YYYY     PIC 9(04).
              10 WS-CHK-MM       PIC 9(02).
              10 WS-CHK-DD       PIC 9(02).
           05 WS-OLD-STATUS      PIC X(01) VALUE SPACES.
      *Islem sayaclari
       01  WS-STRN-COUNTS.
           05 WS-ADD-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CHG-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CAN-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-REJ-CNT      PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL STRN-EOF.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
      *Dosya acilamama ve okunamama durumu. Talimat dosyasi ilk
      *calismada yoksa bos olarak yaratilir (RUNCTL kalibi).
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-YY TO WS-RUN-YMD-YY.
           MOVE WS-RUN-MM TO WS-RUN-YMD-MM.
           MOVE WS-RUN-DD TO WS-RUN-YMD-DD.
           OPEN I-O SO-REC.
           IF SO-ST = 35
              DISPLAY 'NO STANDING ORDER FILE FOUND, CREATING FILE'
              OPEN OUTPUT SO-REC
              IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE SO-REC
              OPEN I-O SO-REC
           END-IF.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT STRN-REC.
           IF (STRN-ST NOT = 0) AND (STRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' STRN-ST
              MOVE STRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SAUD-REC.
           IF (SAUD-ST NOT = 0) AND (SAUD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' SAUD-ST
              MOVE SAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ STRN-REC.
           IF (STRN-ST NOT = 0) AND (STRN-ST NOT = 97)
                                AND (STRN-ST NOT = 10)
              DISPLAY 'UNABLE TO READ4 FILE: ' STRN-ST
              MOVE STRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Her STRN-REC kaydini islem koduna gore uygular
       H200-PROCESS.
           PERFORM H210-APPLY-TRANSACTION.
           READ STRN-REC.
           IF (STRN-ST NOT = 0) AND (STRN-ST NOT = 97)
                                AND (STRN-ST NOT = 10)
              DISPLAY 'UNABLE TO READ5 FILE: ' STRN-ST
              MOVE STRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Islem kodunu cozer ve uygun bakim islemine yonlendirir
       H210-APPLY-TRANSACTION.
           MOVE SPACES TO INVALID-KEY.
           MOVE SPACES TO WS-AUD-RESULT.
           MOVE STRN-SO-NO TO SO-NO.
           IF STRN-ADD
              PERFORM H220-ADD-ORDER
           ELSE
              IF STRN-CHANGE
                 PERFORM H230-CHANGE-ORDER
              ELSE
                 IF STRN-CANCEL
                    PERFORM H240-CANCEL-ORDER
                 ELSE
                    MOVE 'BAD ACTION' TO WS-AUD-RESULT
                    PERFORM H260-WRITE-AUDIT-REJECTED
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
      *Yeni talimat ekler; ilk vade tarihi karttan gelir, sonraki
      *vadeler SORDGEN tarafindan sikliga gore ileri alinir
       H220-ADD-ORDER.
           MOVE SPACES TO SO-FIELDS.
           MOVE STRN-SO-NO TO SO-NO.
           MOVE STRN-DEB-ID TO SO-DEB-ID.
           MOVE STRN-DEB-CUR TO SO-DEB-CUR.
           MOVE STRN-TGT-ID TO SO-TGT-ID.
           MOVE STRN-TGT-CUR TO SO-TGT-CUR.
           MOVE ZERO TO SO-AMOUNT.
           IF STRN-AMOUNT NOT = SPACES
              COMPUTE SO-AMOUNT = FUNCTION NUMVAL (STRN-AMOUNT)
           END-IF.
           MOVE STRN-FREQ TO SO-FREQ.
           MOVE STRN-NEXT-DUE TO SO-NEXT-DUE.
           MOVE STRN-END-DATE TO SO-END-DATE.
           MOVE 'A' TO SO-STATUS.
           MOVE ZERO TO SO-RETRY-CNT.
           MOVE 'N' TO SO-RETRY-SW.
           MOVE ZERO TO SO-GEN-SEQ.
           MOVE WS-RUN-DATE-YMD TO SO-ADD-DATE.
           IF STRN-SO-NO = SPACES
              MOVE 'NO SO NO' TO WS-AUD-RESULT
           ELSE
              PERFORM H250-VALIDATE-ORDER
           END-IF.
           IF WS-AUD-RESULT NOT = SPACES
              PERFORM H260-WRITE-AUDIT-REJECTED
           ELSE
              WRITE SO-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
              IF (INVALID-KEY NOT = 'Y') AND (SO-ST NOT = 0)
                                         AND (SO-ST NOT = 97)
                 DISPLAY 'UNABLE TO WRITE6 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF INVALID-KEY = 'Y'
                 MOVE 'REJECTED' TO WS-AUD-RESULT
                 PERFORM H260-WRITE-AUDIT-REJECTED
              ELSE
                 ADD 1 TO WS-ADD-CNT
                 PERFORM H270-WRITE-AUDIT-APPLIED
              END-IF
           END-IF.
       H220-END. EXIT.
      *Var olan talimati degistirir; kartta dolu gelen alanlar
      *uygulanir, birlesen talimat eklemedeki gibi yeniden dogrulanir.
      *Iptal edilmis veya suresi dolmus talimat degistirilemez.
      *Askidaki talimat A durumuyla yeniden etkinlestirilince tekrar
      *sayaci sifirlanir.
       H230-CHANGE-ORDER.
           READ SO-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              MOVE 'REJECTED' TO WS-AUD-RESULT
              PERFORM H260-WRITE-AUDIT-REJECTED
           ELSE
              IF SO-CANCELLED OR SO-ENDED
                 MOVE 'NOT ACTIVE' TO WS-AUD-RESULT
                 PERFORM H260-WRITE-AUDIT-REJECTED
              ELSE
                 PERFORM H235-MERGE-CHANGES
                 IF WS-AUD-RESULT = SPACES
                    PERFORM H250-VALIDATE-ORDER
                 END-IF
                 IF WS-AUD-RESULT NOT = SPACES
                    PERFORM H260-WRITE-AUDIT-REJECTED
                 ELSE
                    PERFORM H238-REWRITE-ORDER
                 END-IF
              END-IF
           END-IF.
       H230-END. EXIT.
      *Degistirme kartinin dolu alanlarini talimata tasir
       H235-MERGE-CHANGES.
           MOVE SO-STATUS TO WS-OLD-STATUS.
           MOVE 'N' TO WS-DUE-CHANGED-SW.
           IF STRN-DEB-ID NOT = SPACES
              MOVE STRN-DEB-ID TO SO-DEB-ID
           END-IF.
           IF STRN-DEB-CUR NOT = SPACES
              MOVE STRN-DEB-CUR TO SO-DEB-CUR
           END-IF.
           IF STRN-TGT-ID NOT = SPACES
              MOVE STRN-TGT-ID TO SO-TGT-ID
           END-IF.
           IF STRN-TGT-CUR NOT = SPACES
              MOVE STRN-TGT-CUR TO SO-TGT-CUR
           END-IF.
           IF STRN-AMOUNT NOT = SPACES
              COMPUTE SO-AMOUNT = FUNCTION NUMVAL (STRN-AMOUNT)
           END-IF.
           IF STRN-FREQ NOT = SPACES
              MOVE STRN-FREQ TO SO-FREQ
           END-IF.
           IF STRN-NEXT-DUE NOT = SPACES
              MOVE STRN-NEXT-DUE TO SO-NEXT-DUE
              MOVE 'Y' TO WS-DUE-CHANGED-SW
           END-IF.
           IF STRN-END-DATE NOT = SPACES
              MOVE STRN-END-DATE TO SO-END-DATE
           END-IF.
           IF STRN-STATUS NOT = SPACES
              IF (STRN-STATUS = 'A') OR (STRN-STATUS = 'S')
                 MOVE STRN-STATUS TO SO-STATUS
              ELSE
                 MOVE 'BAD STATUS' TO WS-AUD-RESULT
              END-IF
           END-IF.
           IF SO-ACTIVE AND (WS-OLD-STATUS NOT = 'A')
              MOVE ZERO TO SO-RETRY-CNT
              MOVE 'N' TO SO-RETRY-SW
           END-IF.
       H235-END. EXIT.
      *Degistirilen talimati geri yazar
       H238-REWRITE-ORDER.
           REWRITE SO-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           IF (INVALID-KEY NOT = 'Y') AND (SO-ST NOT = 0)
                                      AND (SO-ST NOT = 97)
              DISPLAY 'UNABLE TO REWRITE7 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF INVALID-KEY = 'Y'
              MOVE 'REJECTED' TO WS-AUD-RESULT
              PERFORM H260-WRITE-AUDIT-REJECTED
           ELSE
              ADD 1 TO WS-CHG-CNT
              PERFORM H270-WRITE-AUDIT-APPLIED
           END-IF.
       H238-END. EXIT.
      *Talimati iptal durumuna ceker; kayit silinmez
       H240-CANCEL-ORDER.
           READ SO-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              MOVE 'REJECTED' TO WS-AUD-RESULT
              PERFORM H260-WRITE-AUDIT-REJECTED
           ELSE
              IF SO-CANCELLED
                 MOVE 'CANCELLED' TO WS-AUD-RESULT
                 PERFORM H260-WRITE-AUDIT-REJECTED
              ELSE
                 MOVE 'C' TO SO-STATUS
                 MOVE 'N' TO SO-RETRY-SW
                 REWRITE SO-FIELDS
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-REWRITE
                 IF (INVALID-KEY NOT = 'Y') AND (SO-ST NOT = 0)
                                            AND (SO-ST NOT = 97)
                    DISPLAY 'UNABLE TO REWRITE8 FILE: ' SO-ST
                    MOVE SO-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF INVALID-KEY = 'Y'
                    MOVE 'REJECTED' TO WS-AUD-RESULT
                    PERFORM H260-WRITE-AUDIT-REJECTED
                 ELSE
                    ADD 1 TO WS-CAN-CNT
                    PERFORM H270-WRITE-AUDIT-APPLIED
                 END-IF
              END-IF
           END-IF.
       H240-END. EXIT.
      *Talimat alanlarini dogrular; ilk bulunan hata WS-AUD-RESULT'a
      *yazilir. Borc ve hedef hesap var olmali, kapali olmamali;
      *dondurulmus borc hesabina talimat baglanmaz. Talimatin
      *musteri numarasi borc hesabindan alinir.
       H250-VALIDATE-ORDER.
           IF (SO-DEB-ID NOT NUMERIC) OR (SO-DEB-CUR NOT NUMERIC)
              MOVE 'NO ACCT' TO WS-AUD-RESULT
           ELSE
              COMPUTE ACCT-ID = FUNCTION NUMVAL (SO-DEB-ID)
              COMPUTE ACCT-CUR = FUNCTION NUMVAL (SO-DEB-CUR)
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVALID-KEY = 'Y'
                 INITIALIZE INVALID-KEY
                 MOVE 'NO ACCT' TO WS-AUD-RESULT
              ELSE
                 IF ACCT-CLOSED
                    MOVE 'ACCT CLOSD' TO WS-AUD-RESULT
                 ELSE
                    IF ACCT-TRANSFERRED
                       MOVE 'ESCHEATED' TO WS-AUD-RESULT
                    ELSE
                       IF ACCT-FROZEN
                          MOVE 'ACCT FROZN' TO WS-AUD-RESULT
                       ELSE
                          MOVE ACCT-CUST-NO TO SO-CUST-NO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-AUD-RESULT = SPACES
              PERFORM H252-VALIDATE-TARGET
           END-IF.
           IF WS-AUD-RESULT = SPACES
              IF SO-AMOUNT NOT > ZERO
                 MOVE 'BAD AMOUNT' TO WS-AUD-RESULT
              ELSE
                 IF NOT SO-VALID-FREQ
                    MOVE 'BAD FREQ' TO WS-AUD-RESULT
                 END-IF
              END-IF
           END-IF.
           IF WS-AUD-RESULT = SPACES
              PERFORM H255-VALIDATE-DATES
           END-IF.
       H250-END. EXIT.
      *Hedef hesabi dogrular; talimat ayni hesaba yonlenemez
       H252-VALIDATE-TARGET.
           IF (SO-TGT-ID NOT NUMERIC) OR (SO-TGT-CUR NOT NUMERIC)
              MOVE 'TGT NOACCT' TO WS-AUD-RESULT
           ELSE
              IF SO-TGT-KEY = SO-DEB-KEY
                 MOVE 'SAME ACCT' TO WS-AUD-RESULT
              ELSE
                 COMPUTE ACCT-ID = FUNCTION NUMVAL (SO-TGT-ID)
                 COMPUTE ACCT-CUR = FUNCTION NUMVAL (SO-TGT-CUR)
                 READ ACCT-REC
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-READ
                 IF INVALID-KEY = 'Y'
                    INITIALIZE INVALID-KEY
                    MOVE 'TGT NOACCT' TO WS-AUD-RESULT
                 ELSE
                    IF ACCT-CLOSED
                       MOVE 'TGT CLOSD' TO WS-AUD-RESULT
                    END-IF
                    IF ACCT-TRANSFERRED
                       MOVE 'TGT ESCHTD' TO WS-AUD-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H252-END. EXIT.
      *Vade ve bitis tarihlerini dogrular; vade tarihi aylik
      *sikliklarda odeme gunu olarak da saklanir. Odeme gunu yalniz
      *ekleme kartinda ya da vade tarihi veren degistirme kartinda
      *yenilenir; SORDGEN'in ay sonuna cektigi vade gunu saklanan
      *gunu bozmamalidir. Bitis tarihi bos olabilir, doluysa vade
      *tarihinden once olamaz.
       H255-VALIDATE-DATES.
           MOVE SO-NEXT-DUE TO WS-CHECK-DATE-X.
           PERFORM H258-CHECK-DATE.
           IF NOT WS-DATE-OK
              MOVE 'BAD DATE' TO WS-AUD-RESULT
           ELSE
              IF STRN-ADD OR WS-DUE-CHANGED
                 MOVE WS-CHK-DD TO SO-DUE-DAY
              END-IF
              IF SO-END-DATE NOT = SPACES
                 MOVE SO-END-DATE TO WS-CHECK-DATE-X
                 PERFORM H258-CHECK-DATE
                 IF (NOT WS-DATE-OK) OR (SO-END-DATE < SO-NEXT-DUE)
                    MOVE 'BAD END' TO WS-AUD-RESULT
                 END-IF
              END-IF
           END-IF.
       H255-END. EXIT.
      *WS-CHECK-DATE-X'in cozulebilir bir takvim tarihi oldugunu
      *denetler: sekiz hane sayisal, ay 01-12, gun 01-31
       H258-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-CHECK-DATE-X NUMERIC
              IF (WS-CHK-MM > 0) AND (WS-CHK-MM < 13) AND
                 (WS-CHK-DD > 0) AND (WS-CHK-DD < 32)
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
           END-IF.
       H258-END. EXIT.
      *Reddedilen islemi nedeniyle denetim izine yazar
       H260-WRITE-AUDIT-REJECTED.
           ADD 1 TO WS-REJ-CNT.
           MOVE STRN-ACTION TO SAUD-ACTION.
           MOVE STRN-SO-NO TO SAUD-SO-NO.
           MOVE WS-AUD-RESULT TO SAUD-RESULT.
           MOVE WS-RUN-DATE-YMD TO SAUD-DATE.
           WRITE SAUD-FIELDS.
       H260-END. EXIT.
      *Basariyla uygulanan islemi denetim izine yazar
       H270-WRITE-AUDIT-APPLIED.
           MOVE STRN-ACTION TO SAUD-ACTION.
           MOVE STRN-SO-NO TO SAUD-SO-NO.
           MOVE 'APPLIED' TO SAUD-RESULT.
           MOVE WS-RUN-DATE-YMD TO SAUD-DATE.
           WRITE SAUD-FIELDS.
       H270-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE SO-REC
                 STRN-REC
                 SAUD-REC
                 ACCT-REC.
       H300-END. EXIT.
      *Islem sayaclarini konsola basar
       H400-PRINT-TOTALS.
           DISPLAY 'ADD COUNT    : ' WS-ADD-CNT.
           DISPLAY 'CHANGE COUNT : ' WS-CHG-CNT.
           DISPLAY 'CANCEL COUNT : ' WS-CAN-CNT.
           DISPLAY 'REJECT COUNT : ' WS-REJ-CNT.
       H400-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
