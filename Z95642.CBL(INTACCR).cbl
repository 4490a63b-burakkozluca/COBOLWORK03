      *Kur bazinda faiz oranlarinin geldigi giris dosyasi
           SELECT RATE-REC   ASSIGN TO    RATEIN
                             STATUS       RATE-ST.
      *Kur ve musteri stopaj kategorisi bazinda stopaj oranlari
           SELECT WHT-REC    ASSIGN TO    WHTRATE
                             STATUS       WHT-ST.
      *Musteri ana dosyasi yalniz okunur: hesabin sahibinin stopaj
      *kategorisi ACCT-CUST-NO ile buradan alinir
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *Yil ici brut faiz ve kesilen stopaj birikimi; musteri, kur ve
      *hesap anahtariyla tutulur, yil sonu sertifikasini (TAXCERT)
      *besler. Ilk calismada RUNCTL'deki gibi yaratilir.
           SELECT YTD-REC    ASSIGN TO    TAXYTD
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       YTD-KEY
                             STATUS       YTD-ST.
      *Tahakkuk kayit defteri cikti dosyasi
           SELECT ACR-RPT    ASSIGN TO    ACCRRPT
                             STATUS       ACR-ST.
       01  RATE-FIELDS.
           05 RATE-CUR       PIC X(03).
           05 RATE-PCT       PIC X(08).
      *WHTRATE Degiskenleri - kur kodu, musteri stopaj kategorisi ve
      *stopaj orani (yuzde). Bos kategorili satir o kurun varsayilan
      *oranidir.
       FD  WHT-REC     RECORDING MODE F.
       01  WHT-FIELDS.
           05 WHT-CUR        PIC X(03).
           05 WHT-CAT        PIC X(01).
           05 WHT-PCT        PIC X(08).
      *CUSTREC duzeni VSAMCBL ve CUSTMNT'deki CUST-FIELDS ile aynidir
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-NO        PIC X(05).
           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
           03 CUST-TAX-CAT   PIC X(01).
           03 FILLER         PIC X(04).
      *TAXYTD Degiskenleri - yil ici faiz/stopaj birikimi. Yeni yilin
      *ilk tahakkukunda birikim sifirdan baslar.
       FD  YTD-REC.
       01  YTD-FIELDS.
           03 YTD-KEY.
              05 YTD-CUST-NO    PIC X(05).
              05 YTD-CUR        PIC X(03).
              05 YTD-ACCT-ID    PIC X(05).
           03 YTD-YEAR       PIC X(04).
           03 YTD-TAX-CAT    PIC X(01).
           03 YTD-GROSS      PIC S9(11)V99 COMP-3.
           03 YTD-TAX        PIC S9(11)V99 COMP-3.
           03 YTD-LAST-PERIOD PIC X(06).
           03 FILLER         PIC X(10).
      *ACCRRPT Degiskenleri - 80 pozisyonluk genel satir, detay ve
      *toplam satirlari icin REDEFINES ile ayri goruntulenir.
       FD  ACR-RPT     RECORDING MODE F.
           05 ACR-ST      PIC 9(02).
              88 ACR-SUCCESS  VALUE 00
                                    97.
           05 WHT-ST      PIC 9(02).
              88 WHT-EOF      VALUE 10.
              88 WHT-SUCCESS  VALUE 00
                                    97.
           05 CUST-ST     PIC 9(02).
              88 CUST-SUCCESS VALUE 00
                                    97.
           05 YTD-ST      PIC 9(02).
              88 YTD-SUCCESS  VALUE 00
                                    97.
           05 PSI-ST      PIC 9(02).
              88 PSI-EOF      VALUE 10.
              88 PSI-SUCCESS  VALUE 00
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Rapor basligi ve sayfa kirilim degiskenleri
       01  WS-REPORT-HEADING-AREA.
           05 WS-RUN-DATE.
           05 WS-MOV-AMOUNT-ABS  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-MOV-AMOUNT-TXT  PIC 9(11).99.
           05 WS-MOV-REF         PIC X(10) VALUE SPACES.
      *Stopaj hareketinin referansi 'WHTX' + donemdir
           05 WS-TAX-REF         PIC X(10) VALUE SPACES.
      *PSTEXTR kontrol kaydi degiskenleri - giris trailer'i kopya
      *sirasinda dogrulanir, cikis trailer'i kopyalanan detaylar ve
      *tahakkuklar uzerinden yeniden yazilir
              10 WS-RATE-CUR     PIC 9(03).
              10 WS-RATE-PCT     PIC S9(03)V9(04) COMP-3.
              10 WS-RATE-INT-TOTAL PIC S9(11)V99 COMP-3.
              10 WS-RATE-TAX-TOTAL PIC S9(11)V99 COMP-3.
      *Stopaj orani tablosu - WHTRATE dosyasindan yuklenir
       01  WS-WHT-TABLE.
           05 WS-WHT-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-WHT-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-WHT-IDX.
              10 WS-WHT-CUR      PIC 9(03).
              10 WS-WHT-CAT      PIC X(01).
              10 WS-WHT-PCT      PIC S9(03)V9(04) COMP-3.
      *Oran arama degiskenleri
       01  WS-RATE-LOOKUP-AREA.
           05 WS-RATE-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND      VALUE 'Y'.
           05 WS-USE-RATE        PIC S9(03)V9(04) COMP-3 VALUE ZERO.
           05 WS-WHT-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-WHT-FOUND       VALUE 'Y'.
           05 WS-USE-TAX-CAT     PIC X(01) VALUE SPACE.
           05 WS-LOOK-TAX-CAT    PIC X(01) VALUE SPACE.
           05 WS-USE-TAX-PCT     PIC S9(03)V9(04) COMP-3 VALUE ZERO.
      *Tahakkuk hesap degiskenleri
       01  WS-ACCRUAL-AREA.
           05 WS-ACR-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PRIOR-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TAX-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Yil ici birikim anahtari - hesap anahtari metin bicimine
      *cevrilerek TAXYTD anahtarina tasinir
       01  WS-YTD-AREA.
           05 WS-YTD-ID-N        PIC 9(05) VALUE ZERO.
           05 WS-YTD-ID REDEFINES WS-YTD-ID-N
                                 PIC X(05).
           05 WS-YTD-CUR-N       PIC 9(03) VALUE ZERO.
           05 WS-YTD-CUR REDEFINES WS-YTD-CUR-N
                                 PIC X(03).
      *Islem sayaclari
       01  WS-ACCR-COUNTS.
           05 WS-ACCT-READ-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NORATE-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CLOSED-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOVEMENT-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-TAXED-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NOCUST-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-YTD-NEW-CNT     PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           MOVE WS-ACCR-DATE-YMD TO WS-HDR-DATE.
           STRING 'INTA' WS-CUR-PERIOD
              DELIMITED BY SIZE INTO WS-MOV-REF.
           STRING 'WHTX' WS-CUR-PERIOD
              DELIMITED BY SIZE INTO WS-TAX-REF.
           PERFORM H050-CHECK-PERIOD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Stopaj orani dosyasi yoksa stopaj kesilmez, yalniz brut
      *faiz yil ici birikime yazilir
           OPEN INPUT WHT-REC.
           IF WHT-ST = 0 OR WHT-ST = 97
              READ WHT-REC
              IF (WHT-ST NOT = 0) AND (WHT-ST NOT = 97)
                                  AND (WHT-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ12 FILE: ' WHT-ST
                 MOVE WHT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H125-LOAD-WHT-RATES UNTIL WHT-EOF
              CLOSE WHT-REC
           ELSE
              DISPLAY 'NO WITHHOLDING RATE FILE, NO TAX WITHHELD'
           END-IF.
           OPEN INPUT CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN13 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O YTD-REC.
           IF YTD-ST = 35
              DISPLAY 'NO TAX YEAR-TO-DATE FILE FOUND, CREATING FILE'
              OPEN OUTPUT YTD-REC
              IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN14 FILE: ' YTD-ST
                 MOVE YTD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE YTD-REC
              OPEN I-O YTD-REC
           END-IF.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN14 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' ACCT-ST
              COMPUTE WS-RATE-PCT (WS-RATE-IDX) =
                 FUNCTION NUMVAL (RATE-PCT)
              MOVE ZERO TO WS-RATE-INT-TOTAL (WS-RATE-IDX)
              MOVE ZERO TO WS-RATE-TAX-TOTAL (WS-RATE-IDX)
           ELSE
              DISPLAY 'WARNING: RATE TABLE FULL, EXTRA RATE IGNORED '
                      RATE-CUR
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *WHTRATE kayitlarini stopaj orani tablosuna yukler
       H125-LOAD-WHT-RATES.
           IF WS-WHT-CNT < 50
              ADD 1 TO WS-WHT-CNT
              SET WS-WHT-IDX TO WS-WHT-CNT
              COMPUTE WS-WHT-CUR (WS-WHT-IDX) =
                 FUNCTION NUMVAL (WHT-CUR)
              MOVE WHT-CAT TO WS-WHT-CAT (WS-WHT-IDX)
              COMPUTE WS-WHT-PCT (WS-WHT-IDX) =
                 FUNCTION NUMVAL (WHT-PCT)
           ELSE
              DISPLAY 'WARNING: WHT TABLE FULL, EXTRA RATE IGNORED '
                      WHT-CUR ' ' WHT-CAT
           END-IF.
           READ WHT-REC.
           IF (WHT-ST NOT = 0) AND (WHT-ST NOT = 97)
                               AND (WHT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ13 FILE: ' WHT-ST
              MOVE WHT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H125-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
              PERFORM H215-ACCRUE-OPEN-ACCOUNT
           END-IF.
       H210-END. EXIT.
      *Acik hesabin kuruna ait orani bulur ve tahakkuku uygular.
      *Arti tahakkuktan musterinin kategorisine gore stopaj kesilir;
      *bakiyeye net tutar yansir, ekstreye brut alacak ve stopaj
      *borcu ayri hareketler olarak yazilir.
       H215-ACCRUE-OPEN-ACCOUNT.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM H220-SCAN-RATE-TABLE
              MOVE ACCT-BALANCE TO WS-PRIOR-BALANCE
              COMPUTE WS-ACR-AMOUNT ROUNDED =
                 ACCT-BALANCE * WS-USE-RATE / 100
              MOVE ZERO TO WS-TAX-AMOUNT
              IF WS-ACR-AMOUNT > ZERO
                 PERFORM H230-FIND-TAX-RATE
                 COMPUTE WS-TAX-AMOUNT ROUNDED =
                    WS-ACR-AMOUNT * WS-USE-TAX-PCT / 100
              END-IF
              ADD WS-ACR-AMOUNT TO ACCT-BALANCE
              SUBTRACT WS-TAX-AMOUNT FROM ACCT-BALANCE
              REWRITE ACCT-FIELDS
              IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO REWRITE7 FILE: ' ACCT-ST
              ADD 1 TO WS-ACCRUED-CNT
              SET WS-RATE-IDX DOWN BY 1
              ADD WS-ACR-AMOUNT TO WS-RATE-INT-TOTAL (WS-RATE-IDX)
              ADD WS-TAX-AMOUNT TO WS-RATE-TAX-TOTAL (WS-RATE-IDX)
              PERFORM H280-WRITE-MOVEMENT
              PERFORM H260-WRITE-REGISTER-DETAIL
              IF WS-ACR-AMOUNT > ZERO
                 PERFORM H285-WRITE-TAX-MOVEMENT
                 PERFORM H265-WRITE-REGISTER-TAX
                 PERFORM H240-UPDATE-YTD
              END-IF
           END-IF.
       H215-END. EXIT.
      *Oran tablosunda tek bir girdiyi karsilastirir; bulununca
              MOVE WS-RATE-PCT (WS-RATE-IDX) TO WS-USE-RATE
           END-IF.
       H220-END. EXIT.
      *Hesap sahibinin stopaj kategorisini CUSTREC'ten alir ve kur +
      *kategori satirini arar; kategoriye ozel satir yoksa kurun bos
      *kategorili varsayilan satiri, o da yoksa sifir oran kullanilir
       H230-FIND-TAX-RATE.
           MOVE SPACE TO WS-USE-TAX-CAT.
           MOVE ZERO TO WS-USE-TAX-PCT.
           MOVE SPACES TO INVALID-KEY.
           MOVE ACCT-CUST-NO TO CUST-NO.
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              ADD 1 TO WS-NOCUST-CNT
           ELSE
              MOVE CUST-TAX-CAT TO WS-USE-TAX-CAT
           END-IF.
           INITIALIZE INVALID-KEY.
           MOVE WS-USE-TAX-CAT TO WS-LOOK-TAX-CAT.
           MOVE 'N' TO WS-WHT-FOUND-SW.
           PERFORM H232-SCAN-WHT-TABLE
              VARYING WS-WHT-IDX FROM 1 BY 1
              UNTIL WS-WHT-IDX > WS-WHT-CNT OR WS-WHT-FOUND.
           IF (NOT WS-WHT-FOUND) AND (WS-USE-TAX-CAT NOT = SPACE)
              MOVE SPACE TO WS-LOOK-TAX-CAT
              PERFORM H232-SCAN-WHT-TABLE
                 VARYING WS-WHT-IDX FROM 1 BY 1
                 UNTIL WS-WHT-IDX > WS-WHT-CNT OR WS-WHT-FOUND
           END-IF.
       H230-END. EXIT.
      *Stopaj tablosunda tek bir girdiyi karsilastirir
       H232-SCAN-WHT-TABLE.
           IF (ACCT-CUR = WS-WHT-CUR (WS-WHT-IDX)) AND
              (WS-LOOK-TAX-CAT = WS-WHT-CAT (WS-WHT-IDX))
              MOVE 'Y' TO WS-WHT-FOUND-SW
              MOVE WS-WHT-PCT (WS-WHT-IDX) TO WS-USE-TAX-PCT
           END-IF.
       H232-END. EXIT.
      *Brut faizi ve kesilen stopaji musteri + kur + hesap anahtarli
      *yil ici birikime ekler; kayit onceki yila aitse birikim bu
      *yilin ilk tahakkukuyla yeniden baslar
       H240-UPDATE-YTD.
           MOVE SPACES TO INVALID-KEY.
           MOVE ACCT-ID TO WS-YTD-ID-N.
           MOVE ACCT-CUR TO WS-YTD-CUR-N.
           MOVE ACCT-CUST-NO TO YTD-CUST-NO.
           MOVE WS-YTD-CUR TO YTD-CUR.
           MOVE WS-YTD-ID TO YTD-ACCT-ID.
           READ YTD-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
              MOVE SPACES TO YTD-FIELDS
              MOVE ACCT-CUST-NO TO YTD-CUST-NO
              MOVE WS-YTD-CUR TO YTD-CUR
              MOVE WS-YTD-ID TO YTD-ACCT-ID
              MOVE WS-CUR-PERIOD (1:4) TO YTD-YEAR
              MOVE WS-USE-TAX-CAT TO YTD-TAX-CAT
              MOVE WS-ACR-AMOUNT TO YTD-GROSS
              MOVE WS-TAX-AMOUNT TO YTD-TAX
              MOVE WS-CUR-PERIOD TO YTD-LAST-PERIOD
              WRITE YTD-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
              ADD 1 TO WS-YTD-NEW-CNT
           ELSE
              IF YTD-YEAR NOT = WS-CUR-PERIOD (1:4)
                 MOVE WS-CUR-PERIOD (1:4) TO YTD-YEAR
                 MOVE ZERO TO YTD-GROSS
                 MOVE ZERO TO YTD-TAX
              END-IF
              MOVE WS-USE-TAX-CAT TO YTD-TAX-CAT
              ADD WS-ACR-AMOUNT TO YTD-GROSS
              ADD WS-TAX-AMOUNT TO YTD-TAX
              MOVE WS-CUR-PERIOD TO YTD-LAST-PERIOD
              REWRITE YTD-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
           END-IF.
           IF (INVALID-KEY = 'Y') OR
              ((YTD-ST NOT = 0) AND (YTD-ST NOT = 97))
              DISPLAY 'UNABLE TO WRITE15 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H240-END. EXIT.
      *Tahakkuk detay satirini kayit defterine basar
       H260-WRITE-REGISTER-DETAIL.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
           WRITE ACR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H260-END. EXIT.
      *Tahakkuk satirinin altina kesilen stopaji basar; ust satirdaki
      *brut faiz ile bu satirin farki bakiyeye yansiyan net faizdir
       H265-WRITE-REGISTER-TAX.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO ACR-PRINT-REC.
           MOVE ACCT-ID TO ACR-ID.
           MOVE ACCT-CUR TO ACR-CUR.
           COMPUTE ACR-INTEREST = WS-TAX-AMOUNT * -1.
           MOVE 'STOPAJ' TO ACR-FLAG.
           WRITE ACR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H265-END. EXIT.
      *Orani bulunamayan hesabi isaretleyerek basar
       H270-WRITE-REGISTER-NORATE.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              ADD WS-MOV-AMOUNT-ABS TO WS-PSX-HASH
           END-IF.
       H280-END. EXIT.
      *Kesilen stopaji brut faiz hareketinin yanina ayri bir borc
      *hareketi olarak yazar; ekstre brut, stopaj ve neti gosterir.
      *Sifir oranli kesinti bakiyeyi degistirmedigi icin yazilmaz.
       H285-WRITE-TAX-MOVEMENT.
           IF WS-TAX-AMOUNT > ZERO
              MOVE SPACES TO PSX-FIELDS
              MOVE ACCT-ID TO PSX-ID
              MOVE ACCT-CUR TO PSX-CUR
              MOVE 'D' TO PSX-DC
              MOVE WS-TAX-AMOUNT TO WS-MOV-AMOUNT-TXT
              MOVE WS-MOV-AMOUNT-TXT TO PSX-AMOUNT
              MOVE WS-ACCR-DATE-YMD TO PSX-VALDATE
              MOVE WS-TAX-REF TO PSX-REF
              WRITE PSX-FIELDS
              ADD 1 TO WS-MOVEMENT-CNT
              ADD 1 TO WS-TAXED-CNT
              ADD 1 TO WS-PSX-WRITE-CNT
              ADD WS-TAX-AMOUNT TO WS-PSX-HASH
           END-IF.
       H285-END. EXIT.
      *Birlesik ekstreyi kayit sayisi ve tutar kontrol toplami
      *tasiyan TRL kaydiyla kapatir; hata yollari buraya
      *ugramadigindan yarim kalan dosyada TRL bulunmaz ve tuketici
           MOVE 'PSTEXTR HAREKET YAZILAN    :' TO ACR-TRL-LABEL.
           MOVE WS-MOVEMENT-CNT TO ACR-TRL-VALUE.
           WRITE ACR-PRINT-REC.
           INITIALIZE ACR-TRAILER-REC.
           MOVE 'STOPAJ KESILEN HESAP       :' TO ACR-TRL-LABEL.
           MOVE WS-TAXED-CNT TO ACR-TRL-VALUE.
           WRITE ACR-PRINT-REC.
           INITIALIZE ACR-TRAILER-REC.
           MOVE 'MUSTERISI BULUNAMAYAN      :' TO ACR-TRL-LABEL.
           MOVE WS-NOCUST-CNT TO ACR-TRL-VALUE.
           WRITE ACR-PRINT-REC.
           INITIALIZE ACR-TRAILER-REC.
           MOVE 'TAXYTD YENI KAYIT          :' TO ACR-TRL-LABEL.
           MOVE WS-YTD-NEW-CNT TO ACR-TRL-VALUE.
           WRITE ACR-PRINT-REC.
       H400-END. EXIT.
      *Tek bir kurun faiz ve stopaj ara toplam satirlarini basar
       H410-PRINT-CUR-SUBTOTAL.
           INITIALIZE ACR-TOTAL-REC.
           MOVE 'FAIZ ARA TOPLAM' TO ACR-TOT-LABEL.
           MOVE WS-RATE-CUR (WS-RATE-IDX) TO ACR-TOT-CUR.
           MOVE WS-RATE-INT-TOTAL (WS-RATE-IDX) TO ACR-TOT-AMOUNT.
           WRITE ACR-PRINT-REC.
           INITIALIZE ACR-TOTAL-REC.
           MOVE 'STOPAJ ARA TOPLAM' TO ACR-TOT-LABEL.
           MOVE WS-RATE-CUR (WS-RATE-IDX) TO ACR-TOT-CUR.
           MOVE WS-RATE-TAX-TOTAL (WS-RATE-IDX) TO ACR-TOT-AMOUNT.
           WRITE ACR-PRINT-REC.
       H410-END. EXIT.
      *Calisma normal bittiginde ACCRCTL'ye bu donemi yazar; boylece
      *ayni donem icindeki ikinci calisma H050'de reddedilir
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 CUST-REC
                 YTD-REC
                 ACR-RPT
                 PSX-REC
                 CTL-REC.
