       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTDUP.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Mukerrer musteri taramasi: CUSTREC bastan sona okunur, her
      *musterinin isim/soyismi buyuk harfe cevrilip bosluklari
      *atilarak karsilastirma anahtari uretilir ve ic SORT ile bu
      *anahtara dizilir. Ayni anahtari paylasan musteriler (ayni
      *CUST-NAME-KEY veya yalniz bosluk/harf buyuklugu farkli
      *isimler) olasi mukerrer grup olarak, ACCT-CUST-NO alternatif
      *indexinden sayilan hesap adetleriyle listelenir. Birlestirme
      *CUSTMRG ile yapilir; bu program guncelleme yapmaz.
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *DYNAMIC erisim: musterinin hesap zinciri ACCT-CUST-NO
      *indexinden okunup READ NEXT ile yurunur. ACCT-NAME-KEY
      *alternatif indexi kumenin tanimiyla tutarli kalmasi icin
      *burada da bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Musterilerin karsilastirma anahtarina dizildigi SORT calisma
      *dosyasi
           SELECT SRT-FILE   ASSIGN TO    SRTWRK.
      *Olasi mukerrer musteri raporu cikti dosyasi
           SELECT DUP-RPT    ASSIGN TO    DUPRPT
                             STATUS       DUP-ST.
       DATA DIVISION.
       FILE SECTION.
      *CUSTREC duzeni VSAMCBL ve CUSTMNT'deki CUST-FIELDS ile aynidir
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-NO        PIC X(05).
           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
           03 FILLER         PIC X(05).
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
      *SORT calisma kaydi - karsilastirma anahtari, musteri no,
      *kayittaki isim/soyisim, hesap ve dondurulmus hesap adedi
       SD  SRT-FILE.
       01  SRT-FIELDS.
           05 SRT-MATCH-KEY  PIC X(30).
           05 SRT-CUST       PIC X(05).
           05 SRT-NAME-KEY.
              10 SRT-NAME    PIC X(15).
              10 SRT-SURNAME PIC X(15).
           05 SRT-ACCT-CNT   PIC 9(05).
           05 SRT-FROZEN-CNT PIC 9(05).
      *DUPRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *detay ve toplam satirlari icin REDEFINES ile ayri
      *goruntulenir.
       FD  DUP-RPT     RECORDING MODE F.
       01  DUP-PRINT-REC         PIC X(80).
       01  DUP-DETAIL-REC REDEFINES DUP-PRINT-REC.
           05 DUP-GROUP      PIC ZZZZ9.
           05 FILLER         PIC X(01).
           05 DUP-CUST       PIC X(05).
           05 FILLER         PIC X(01).
           05 DUP-NAME       PIC X(15).
           05 FILLER         PIC X(01).
           05 DUP-SURNAME    PIC X(15).
           05 FILLER         PIC X(01).
           05 DUP-ACCT-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(01).
           05 DUP-FROZEN-CNT PIC ZZZZ9.
           05 FILLER         PIC X(01).
           05 DUP-MATCH      PIC X(15).
           05 FILLER         PIC X(09).
       01  DUP-COLHDR-REC REDEFINES DUP-PRINT-REC.
           05 DUP-COL-GROUP   PIC X(06).
           05 DUP-COL-CUST    PIC X(06).
           05 DUP-COL-NAME    PIC X(16).
           05 DUP-COL-SURNAME PIC X(16).
           05 DUP-COL-ACCT    PIC X(06).
           05 DUP-COL-FROZEN  PIC X(06).
           05 DUP-COL-MATCH   PIC X(24).
       01  DUP-TRAILER-REC REDEFINES DUP-PRINT-REC.
           05 DUP-TRL-LABEL  PIC X(35).
           05 DUP-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
       01  DUP-HEADING-REC REDEFINES DUP-PRINT-REC.
           05 DUP-HDR-PROGRAM     PIC X(25).
           05 DUP-HDR-DATE-LABEL  PIC X(06).
           05 DUP-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 DUP-HDR-PAGE-LABEL  PIC X(06).
           05 DUP-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CUST-ST     PIC 9(02).
              88 CUST-EOF     VALUE 10.
              88 CUST-SUCCESS VALUE 00
                                    97.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 DUP-ST      PIC 9(02).
              88 DUP-SUCCESS  VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Rapor basligi ve sayfa kirilim degiskenleri
       01  WS-REPORT-HEADING-AREA.
           05 WS-RUN-DATE.
              10 WS-RUN-YY        PIC 9(02).
              10 WS-RUN-MM        PIC 9(02).
              10 WS-RUN-DD        PIC 9(02).
           05 WS-RUN-DATE-DISP    PIC X(08).
           05 WS-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
           05 WS-LINE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-LINES-PER-PAGE PIC 9(03) COMP VALUE 050.
      *Karsilastirma anahtari degiskenleri - isim/soyisim buyuk
      *harfe cevrilir, bosluklar atilarak sola yaslanir
       01  WS-MATCH-AREA.
           05 WS-RAW-NAME        PIC X(30) VALUE SPACES.
           05 WS-MATCH-KEY       PIC X(30) VALUE SPACES.
           05 WS-CHR-SUB         PIC 9(02) COMP VALUE ZERO.
           05 WS-KEY-LEN         PIC 9(02) COMP VALUE ZERO.
           05 WS-LOWER-CASE      PIC X(26)
                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-CASE      PIC X(26)
                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-MORE-ACCT-SW    PIC X(01) VALUE 'N'.
              88 WS-MORE-ACCTS      VALUE 'Y'.
           05 WS-THIS-CUST       PIC X(05) VALUE SPACES.
           05 WS-ACCT-CNT        PIC 9(05) VALUE ZERO.
           05 WS-FROZEN-CNT      PIC 9(05) VALUE ZERO.
      *Grup gecis degiskenleri - ayni anahtarli musteriler grup
      *tablosunda toplanir, anahtar degisince grup basilir
       01  WS-GROUP-AREA.
           05 WS-SRT-EOF-SW      PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF         VALUE 'Y'.
           05 WS-GRP-KEY         PIC X(30) VALUE SPACES.
           05 WS-GRP-NO          PIC 9(05) VALUE ZERO.
           05 WS-GRP-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-GRP-OVERFLOW    PIC 9(05) COMP VALUE ZERO.
           05 WS-GRP-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-GRP-IDX.
              10 WS-GRP-CUST       PIC X(05).
              10 WS-GRP-NAME-KEY.
                 15 WS-GRP-NAME    PIC X(15).
                 15 WS-GRP-SURNAME PIC X(15).
              10 WS-GRP-ACCT-CNT   PIC 9(05).
              10 WS-GRP-FROZEN-CNT PIC 9(05).
      *Islem sayaclari
       01  WS-SCAN-COUNTS.
           05 WS-CUST-READ-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NONAME-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-DUP-GROUP-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-DUP-CUST-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-EXACT-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-FUZZY-CNT       PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu - musteriler ic SORT ile karsilastirma anahtarina
      *dizilir; giris yordami anahtari ve hesap adedini uretir,
      *cikis yordami ayni anahtarli gruplari basar
       0000-MAIN.
           PERFORM H050-INITIALIZE.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-MATCH-KEY SRT-CUST
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS H100-RELEASE-CUSTOMERS
              OUTPUT PROCEDURE IS H200-LIST-GROUPS.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
      *Calisma tarihini hazirlar, hesap dosyasini ve raporu acar
       H050-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT DUP-RPT.
           IF (DUP-ST NOT = 0) AND (DUP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' DUP-ST
              MOVE DUP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H180-PRINT-PAGE-HEADERS.
       H050-END. EXIT.
      *SORT giris yordami: CUSTREC'i okur, her musteriyi
      *karsilastirma anahtari ve hesap adediyle SORT'a verir
       H100-RELEASE-CUSTOMERS.
           OPEN INPUT CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
                                AND (CUST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ4 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-RELEASE-ONE UNTIL CUST-EOF.
           CLOSE CUST-REC.
       H100-END. EXIT.
      *Tek musteriyi SORT'a verir; ismi tamamen bos musteri
      *karsilastirilamaz, yalniz sayilir
       H120-RELEASE-ONE.
           ADD 1 TO WS-CUST-READ-CNT.
           PERFORM H130-BUILD-MATCH-KEY.
           IF WS-MATCH-KEY = SPACES
              ADD 1 TO WS-NONAME-CNT
           ELSE
              PERFORM H150-COUNT-ACCOUNTS
              MOVE SPACES TO SRT-FIELDS
              MOVE WS-MATCH-KEY TO SRT-MATCH-KEY
              MOVE CUST-NO TO SRT-CUST
              MOVE CUST-NAME-KEY TO SRT-NAME-KEY
              MOVE WS-ACCT-CNT TO SRT-ACCT-CNT
              MOVE WS-FROZEN-CNT TO SRT-FROZEN-CNT
              RELEASE SRT-FIELDS
           END-IF.
           READ CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
                                AND (CUST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ5 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Isim/soyismi buyuk harfe cevirir ve bosluklari atarak
      *karsilastirma anahtarini uretir; boylece 'Ali  Veli' ile
      *'ALI VELI' ayni anahtara duser
       H130-BUILD-MATCH-KEY.
           MOVE CUST-NAME-KEY TO WS-RAW-NAME.
           INSPECT WS-RAW-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-MATCH-KEY.
           MOVE ZERO TO WS-KEY-LEN.
           PERFORM H135-COPY-CHARACTER
              VARYING WS-CHR-SUB FROM 1 BY 1
              UNTIL WS-CHR-SUB > 30.
       H130-END. EXIT.
      *Bosluk olmayan tek karakteri anahtarin sonuna ekler
       H135-COPY-CHARACTER.
           IF WS-RAW-NAME (WS-CHR-SUB:1) NOT = SPACE
              ADD 1 TO WS-KEY-LEN
              MOVE WS-RAW-NAME (WS-CHR-SUB:1)
                 TO WS-MATCH-KEY (WS-KEY-LEN:1)
           END-IF.
       H135-END. EXIT.
      *Musterinin hesaplarini ACCT-CUST-NO indexinden sayar;
      *dondurulmus hesaplar birlestirmeyi engelledigi icin ayrica
      *sayilir
       H150-COUNT-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-CNT.
           MOVE ZERO TO WS-FROZEN-CNT.
           MOVE CUST-NO TO WS-THIS-CUST.
           MOVE SPACES TO INVALID-KEY.
           MOVE CUST-NO TO ACCT-CUST-NO.
           READ ACCT-REC KEY IS ACCT-CUST-NO
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
           ELSE
              MOVE 'Y' TO WS-MORE-ACCT-SW
              PERFORM H155-COUNT-ONE-ACCOUNT UNTIL NOT WS-MORE-ACCTS
           END-IF.
       H150-END. EXIT.
      *Tek hesabi sayar ve musterinin sonraki hesabina gecer
       H155-COUNT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT.
           IF ACCT-FROZEN
              ADD 1 TO WS-FROZEN-CNT
           END-IF.
           READ ACCT-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-ACCT-SW
           END-READ.
           IF WS-MORE-ACCTS
              IF ACCT-CUST-NO NOT = WS-THIS-CUST
                 MOVE 'N' TO WS-MORE-ACCT-SW
              END-IF
           END-IF.
       H155-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini
      *arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE 'CUSTDUP DUPLICATE SCAN' TO DUP-HDR-PROGRAM.
           MOVE 'DATE: ' TO DUP-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO DUP-HDR-DATE.
           MOVE 'PAGE: ' TO DUP-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO DUP-HDR-PAGE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE ' GRUP' TO DUP-COL-GROUP.
           MOVE 'MUST.' TO DUP-COL-CUST.
           MOVE 'ISIM' TO DUP-COL-NAME.
           MOVE 'SOYISIM' TO DUP-COL-SURNAME.
           MOVE 'HESAP' TO DUP-COL-ACCT.
           MOVE 'DONUK' TO DUP-COL-FROZEN.
           MOVE 'ESLESME' TO DUP-COL-MATCH.
           WRITE DUP-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Sayfa dolduysa yeni sayfa basligi basar
       H185-CHECK-PAGE.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
       H185-END. EXIT.
      *SORT cikis yordami: musteriler anahtar gecisiyle gruplanir;
      *iki ve daha fazla musterili grup basilir
       H200-LIST-GROUPS.
           PERFORM H210-RETURN-CUSTOMER.
           PERFORM H220-COLLECT-GROUP UNTIL WS-SRT-EOF.
       H200-END. EXIT.
      *Siradaki musteriyi SORT'tan alir
       H210-RETURN-CUSTOMER.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H210-END. EXIT.
      *Ayni anahtarli musterileri grup tablosunda toplar ve grup
      *bitince basar
       H220-COLLECT-GROUP.
           MOVE SRT-MATCH-KEY TO WS-GRP-KEY.
           MOVE ZERO TO WS-GRP-CNT.
           MOVE ZERO TO WS-GRP-OVERFLOW.
           PERFORM H225-ADD-TO-GROUP
              UNTIL WS-SRT-EOF OR SRT-MATCH-KEY NOT = WS-GRP-KEY.
           IF WS-GRP-CNT > 1
              PERFORM H230-PRINT-GROUP
           END-IF.
       H220-END. EXIT.
      *Musteriyi grup tablosuna ekler; tablo doluysa yalniz sayilir
       H225-ADD-TO-GROUP.
           IF WS-GRP-CNT < 100
              ADD 1 TO WS-GRP-CNT
              SET WS-GRP-IDX TO WS-GRP-CNT
              MOVE SRT-CUST TO WS-GRP-CUST (WS-GRP-IDX)
              MOVE SRT-NAME-KEY TO WS-GRP-NAME-KEY (WS-GRP-IDX)
              MOVE SRT-ACCT-CNT TO WS-GRP-ACCT-CNT (WS-GRP-IDX)
              MOVE SRT-FROZEN-CNT TO WS-GRP-FROZEN-CNT (WS-GRP-IDX)
           ELSE
              ADD 1 TO WS-GRP-OVERFLOW
           END-IF.
           PERFORM H210-RETURN-CUSTOMER.
       H225-END. EXIT.
      *Mukerrer grubu basar; grubun ilk musterisi karsilastirma
      *tabanidir, digerleri isim anahtari aynen ayni ise AYNI ISIM,
      *yalniz bosluk/harf farki varsa BOSLUK/HARF olarak isaretlenir
       H230-PRINT-GROUP.
           ADD 1 TO WS-GRP-NO.
           ADD 1 TO WS-DUP-GROUP-CNT.
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO DUP-PRINT-REC.
           WRITE DUP-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           PERFORM H235-PRINT-MEMBER
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT.
           IF WS-GRP-OVERFLOW > ZERO
              PERFORM H185-CHECK-PAGE
              MOVE SPACES TO DUP-PRINT-REC
              MOVE 'GRUPTA BASILMAYAN MUSTERI  :' TO DUP-TRL-LABEL
              MOVE WS-GRP-OVERFLOW TO DUP-TRL-VALUE
              WRITE DUP-PRINT-REC
              ADD 1 TO WS-LINE-CNT
              ADD WS-GRP-OVERFLOW TO WS-DUP-CUST-CNT
           END-IF.
       H230-END. EXIT.
      *Grubun tek musteri satirini basar
       H235-PRINT-MEMBER.
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE WS-GRP-NO TO DUP-GROUP.
           MOVE WS-GRP-CUST (WS-GRP-IDX) TO DUP-CUST.
           MOVE WS-GRP-NAME (WS-GRP-IDX) TO DUP-NAME.
           MOVE WS-GRP-SURNAME (WS-GRP-IDX) TO DUP-SURNAME.
           MOVE WS-GRP-ACCT-CNT (WS-GRP-IDX) TO DUP-ACCT-CNT.
           MOVE WS-GRP-FROZEN-CNT (WS-GRP-IDX) TO DUP-FROZEN-CNT.
           IF WS-GRP-IDX > 1
              IF WS-GRP-NAME-KEY (WS-GRP-IDX) = WS-GRP-NAME-KEY (1)
                 MOVE 'AYNI ISIM' TO DUP-MATCH
                 ADD 1 TO WS-EXACT-CNT
              ELSE
                 MOVE 'BOSLUK/HARF' TO DUP-MATCH
                 ADD 1 TO WS-FUZZY-CNT
              END-IF
           END-IF.
           WRITE DUP-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-DUP-CUST-CNT.
       H235-END. EXIT.
      *Rapor sonuna kontrol toplami bolumu ekler
       H400-PRINT-TOTALS.
           MOVE SPACES TO DUP-PRINT-REC.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE '***** CONTROL TOTALS *****' TO DUP-TRL-LABEL.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE 'CUSTREC KAYITLARI OKUNAN   :' TO DUP-TRL-LABEL.
           MOVE WS-CUST-READ-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE 'ISMI BOS MUSTERI           :' TO DUP-TRL-LABEL.
           MOVE WS-NONAME-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE 'OLASI MUKERRER GRUP        :' TO DUP-TRL-LABEL.
           MOVE WS-DUP-GROUP-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE 'GRUPLARDAKI MUSTERI        :' TO DUP-TRL-LABEL.
           MOVE WS-DUP-CUST-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE ' - AYNI ISIM               :' TO DUP-TRL-LABEL.
           MOVE WS-EXACT-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
           MOVE SPACES TO DUP-PRINT-REC.
           MOVE ' - BOSLUK/HARF FARKI       :' TO DUP-TRL-LABEL.
           MOVE WS-FUZZY-CNT TO DUP-TRL-VALUE.
           WRITE DUP-PRINT-REC.
       H400-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 DUP-RPT.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
