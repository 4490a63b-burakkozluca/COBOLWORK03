       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXCERT.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Yil sonu faiz stopaj sertifikasi: CUSTREC musteri sirasiyla
      *okunur, her musteri icin INTACCR'nin biriktirdigi TAXYTD
      *kayitlari (musteri + kur + hesap anahtarli) START ile
      *bulunup sirayla yurunur; hesap bazinda brut faiz, kesilen
      *stopaj ve net basilir. Ayni kayitlardan vergi dairesine
      *verilecek HDR/TRL kontrollu beyan dosyasi uretilir.
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *DYNAMIC erisim: musterinin kayit zinciri START ile bulunup
      *READ NEXT ile yurunur
           SELECT YTD-REC    ASSIGN TO    TAXYTD
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       YTD-KEY
                             STATUS       YTD-ST.
      *Is tarihini tasiyan kontrol karti; vergi yili is tarihinin
      *yilidir. Kart yoksa makine tarihi kullanilir.
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
      *Musteri sertifikalari cikti dosyasi; her musteri yeni sayfada
      *baslar
           SELECT CRT-RPT    ASSIGN TO    TAXCRPT
                             STATUS       CRT-ST.
      *Vergi dairesi beyan dosyasi (cikis)
           SELECT RTN-REC    ASSIGN TO    TAXRTN
                             STATUS       RTN-ST.
       DATA DIVISION.
       FILE SECTION.
      *CUSTREC duzeni VSAMCBL ve CUSTMNT'deki CUST-FIELDS ile aynidir
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-NO        PIC X(05).
           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
           03 CUST-TAX-CAT   PIC X(01).
           03 FILLER         PIC X(04).
      *TAXYTD duzeni INTACCR'deki YTD-FIELDS ile aynidir
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
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile ayni
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 FILLER         PIC X(71).
      *TAXCRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *etiket, hesap ve toplam satirlari icin REDEFINES ile ayri
      *goruntulenir.
       FD  CRT-RPT     RECORDING MODE F.
       01  CRT-PRINT-REC         PIC X(80).
       01  CRT-HEADING-REC REDEFINES CRT-PRINT-REC.
           05 CRT-HDR-PROGRAM     PIC X(25).
           05 CRT-HDR-DATE-LABEL  PIC X(06).
           05 CRT-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 CRT-HDR-PAGE-LABEL  PIC X(06).
           05 CRT-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  CRT-LABEL-REC REDEFINES CRT-PRINT-REC.
           05 CRT-LBL-TEXT   PIC X(12).
           05 CRT-LBL-VALUE  PIC X(37).
           05 FILLER         PIC X(31).
       01  CRT-COLHDR-REC REDEFINES CRT-PRINT-REC.
           05 CRT-COL-ID      PIC X(10).
           05 CRT-COL-GROSS   PIC X(19).
           05 CRT-COL-TAX     PIC X(19).
           05 CRT-COL-NET     PIC X(19).
           05 FILLER          PIC X(13).
       01  CRT-DETAIL-REC REDEFINES CRT-PRINT-REC.
           05 CRT-ID         PIC X(06).
           05 FILLER         PIC X(01).
           05 CRT-CUR        PIC X(03).
           05 FILLER         PIC X(01).
           05 CRT-GROSS      PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 CRT-TAX        PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 CRT-NET        PIC ---,---,---,--9.99.
           05 FILLER         PIC X(13).
       01  CRT-TOTAL-REC REDEFINES CRT-PRINT-REC.
           05 CRT-TOT-LABEL  PIC X(30).
           05 CRT-TOT-CUR    PIC X(03).
           05 FILLER         PIC X(02).
           05 CRT-TOT-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER         PIC X(27).
       01  CRT-TRAILER-REC REDEFINES CRT-PRINT-REC.
           05 CRT-TRL-LABEL  PIC X(35).
           05 CRT-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
      *TAXRTN Degiskenleri - baslik, musteri/hesap detay ve kontrol
      *kayitlari. Tutarlar isaretsiz metin, kontrol toplamlari
      *PSTEXTR trailer'i gibi isaretli metindir.
       FD  RTN-REC     RECORDING MODE F.
       01  RTN-FIELDS.
           05 RTN-TYPE       PIC X(03).
           05 RTN-YEAR       PIC X(04).
           05 RTN-CUST-NO    PIC X(05).
           05 RTN-TAX-CAT    PIC X(01).
           05 RTN-CUR        PIC X(03).
           05 RTN-ACCT-ID    PIC X(05).
           05 RTN-GROSS      PIC 9(11).99.
           05 RTN-TAX        PIC 9(11).99.
           05 RTN-NET        PIC 9(11).99.
           05 RTN-NAME       PIC X(15).
           05 RTN-SURNAME    PIC X(15).
           05 FILLER         PIC X(07).
       01  RTN-HDR-REC.
           05 RTN-HDR-TYPE   PIC X(03).
           05 RTN-HDR-YEAR   PIC X(04).
           05 RTN-HDR-DATE   PIC X(08).
           05 RTN-HDR-PROGRAM PIC X(08).
           05 FILLER         PIC X(77).
       01  RTN-TRL-REC.
           05 RTN-TRL-TYPE   PIC X(03).
           05 RTN-TRL-COUNT  PIC 9(07).
           05 RTN-TRL-GROSS  PIC -9(13).99.
           05 RTN-TRL-TAX    PIC -9(13).99.
           05 FILLER         PIC X(56).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CUST-ST     PIC 9(02).
              88 CUST-EOF     VALUE 10.
              88 CUST-SUCCESS VALUE 00
                                    97.
           05 YTD-ST      PIC 9(02).
              88 YTD-EOF      VALUE 10.
              88 YTD-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 CRT-ST      PIC 9(02).
              88 CRT-SUCCESS  VALUE 00
                                    97.
           05 RTN-ST      PIC 9(02).
              88 RTN-SUCCESS  VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Rapor basligi ve sayfa kirilim degiskenleri; sayfa numarasi
      *her musteride yeniden 1'den baslar
       01  WS-REPORT-HEADING-AREA.
           05 WS-RUN-DATE.
              10 WS-RUN-YY        PIC 9(02).
              10 WS-RUN-MM        PIC 9(02).
              10 WS-RUN-DD        PIC 9(02).
           05 WS-RUN-DATE-DISP    PIC X(08).
           05 WS-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
           05 WS-LINE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-LINES-PER-PAGE PIC 9(03) COMP VALUE 050.
      *Calisma kontrol degiskenleri - is tarihi CTLCARD'dan gelir,
      *kart yoksa makine tarihi kullanilir; vergi yili bu tarihin
      *ilk dort hanesidir
       01  WS-RUN-CONTROL-AREA.
           05 WS-BUS-DATE        PIC X(08) VALUE SPACES.
           05 WS-TAX-YEAR        PIC X(04) VALUE SPACES.
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
      *Musteri sertifikasi degiskenleri - kayit zinciri kur
      *sirasinda geldigi icin kur toplami kirilimla biriktirilir
       01  WS-CERT-AREA.
           05 WS-THIS-CUST       PIC X(05) VALUE SPACES.
           05 WS-MORE-YTD-SW     PIC X(01) VALUE 'N'.
              88 WS-MORE-YTD        VALUE 'Y'.
           05 WS-CUST-HAS-YTD-SW PIC X(01) VALUE 'N'.
              88 WS-CUST-HAS-YTD    VALUE 'Y'.
           05 WS-BREAK-CUR       PIC X(03) VALUE SPACES.
           05 WS-BRK-GROSS       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BRK-TAX         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-NET-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Kur bazinda genel toplamlar - kontrol toplamlari bolumunde
      *basilir
       01  WS-CUR-TOTAL-TABLE.
           05 WS-CTOT-CNT        PIC 9(02) COMP VALUE ZERO.
           05 WS-CTOT-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-CTOT-IDX.
              10 WS-CTOT-CUR     PIC X(03).
              10 WS-CTOT-GROSS   PIC S9(13)V99 COMP-3.
              10 WS-CTOT-TAX     PIC S9(13)V99 COMP-3.
           05 WS-CTOT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-CTOT-FOUND      VALUE 'Y'.
      *Beyan dosyasi kontrol toplamlari
       01  WS-RTN-CONTROL-AREA.
           05 WS-RTN-DTL-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RTN-GROSS-HASH  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RTN-TAX-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Islem sayaclari ve ispat degiskenleri - sertifikaya giren
      *kayit sayisi vergi yilinin TAXYTD kayit sayisina esit
      *olmalidir; eksik kalan kayit CUSTREC'te bulunmayan musteriye
      *aittir ve calisma uyariyla biter
       01  WS-CERT-COUNTS.
           05 WS-CUST-READ-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CERT-PRT-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NOINT-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-YTD-YEAR-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-YTD-USED-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-YTD-ORPHAN-CNT  PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-COUNT-YEAR-RECORDS.
           PERFORM H205-ONE-CUSTOMER UNTIL CUST-EOF.
           PERFORM H295-WRITE-RTN-TRAILER.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H450-PROVE-COUNTS.
           PERFORM H999-PROGRAM-EXIT.
      *Is tarihi kontrol kartini okur; kart yoksa makine tarihi
      *kullanilir
       H050-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           MOVE WS-RUN-YY TO WS-RUN-YMD-YY.
           MOVE WS-RUN-MM TO WS-RUN-YMD-MM.
           MOVE WS-RUN-DD TO WS-RUN-YMD-DD.
           MOVE WS-RUN-DATE-YMD TO WS-BUS-DATE.
           OPEN INPUT CTL-REC.
           IF CTL-ST = 0 OR CTL-ST = 97
              READ CTL-REC
                 AT END CONTINUE
              END-READ
              IF CTL-ST = 0 AND CTL-BUS-DATE NOT = SPACES
                 MOVE CTL-BUS-DATE TO WS-BUS-DATE
              END-IF
              CLOSE CTL-REC
           END-IF.
           MOVE WS-BUS-DATE (1:4) TO WS-TAX-YEAR.
       H050-END. EXIT.
      *Dosya acilamama ve okunamama durumu; beyan dosyasi HDR
      *kaydiyla baslar
       H100-OPEN-FILES.
           OPEN INPUT CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT YTD-REC.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CRT-RPT.
           IF (CRT-ST NOT = 0) AND (CRT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' CRT-ST
              MOVE CRT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RTN-REC.
           IF (RTN-ST NOT = 0) AND (RTN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' RTN-ST
              MOVE RTN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RTN-HDR-REC.
           MOVE 'HDR' TO RTN-HDR-TYPE.
           MOVE WS-TAX-YEAR TO RTN-HDR-YEAR.
           MOVE WS-BUS-DATE TO RTN-HDR-DATE.
           MOVE 'TAXCERT' TO RTN-HDR-PROGRAM.
           WRITE RTN-HDR-REC.
           PERFORM H290-READ-CUSTOMER.
       H100-END. EXIT.
      *Vergi yilina ait TAXYTD kayitlarini bastan sona sayar; ispat
      *icin musteri gecisinde kullanilan kayitlarla karsilastirilir
       H150-COUNT-YEAR-RECORDS.
           MOVE SPACES TO INVALID-KEY.
           MOVE LOW-VALUES TO YTD-KEY.
           START YTD-REC KEY IS NOT LESS THAN YTD-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              MOVE 10 TO YTD-ST
           ELSE
              READ YTD-REC NEXT RECORD
                 AT END CONTINUE
              END-READ
           END-IF.
           INITIALIZE INVALID-KEY.
           PERFORM H155-COUNT-ONE UNTIL YTD-EOF.
       H150-END. EXIT.
      *Tek bir TAXYTD kaydini yil uyuyorsa sayar, sonrakini okur
       H155-COUNT-ONE.
           IF YTD-YEAR = WS-TAX-YEAR
              ADD 1 TO WS-YTD-YEAR-CNT
           END-IF.
           READ YTD-REC NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
                               AND (YTD-ST NOT = 10)
              DISPLAY 'UNABLE TO READ5 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H155-END. EXIT.
      *Sayfa basligini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'TAXCERT INTEREST TAX CERT' TO CRT-HDR-PROGRAM.
           MOVE 'DATE: ' TO CRT-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO CRT-HDR-DATE.
           MOVE 'PAGE: ' TO CRT-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO CRT-HDR-PAGE.
           WRITE CRT-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Hesap kolon basliklarini basar
       H185-PRINT-COLUMN-HEADERS.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'HESAP KUR' TO CRT-COL-ID.
           MOVE '   BRUT FAIZ' TO CRT-COL-GROSS.
           MOVE '   STOPAJ' TO CRT-COL-TAX.
           MOVE '   NET FAIZ' TO CRT-COL-NET.
           WRITE CRT-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H185-END. EXIT.
      *Tek musterinin sertifikasini basar ve sonraki musteriyi okur
       H205-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-READ-CNT.
           PERFORM H210-PRINT-CERTIFICATE.
           PERFORM H290-READ-CUSTOMER.
       H205-END. EXIT.
      *Sertifika: baslik blogu, vergi yilinin hesap satirlari ve kur
      *toplamlari. Vergi yilinda faiz almamis musteriye de
      *sertifika basilir, FAIZ GELIRI YOK olarak isaretlenir.
       H210-PRINT-CERTIFICATE.
           MOVE CUST-NO TO WS-THIS-CUST.
           MOVE 'N' TO WS-CUST-HAS-YTD-SW.
           MOVE SPACES TO WS-BREAK-CUR.
           MOVE ZERO TO WS-PAGE-NO.
           ADD 1 TO WS-CERT-PRT-CNT.
           PERFORM H180-PRINT-PAGE-HEADERS.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'MUSTERI:    ' TO CRT-LBL-TEXT.
           STRING WS-THIS-CUST ' ' CUST-NAME ' ' CUST-SURNAME
              DELIMITED BY SIZE INTO CRT-LBL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'VERGI YILI: ' TO CRT-LBL-TEXT.
           MOVE WS-TAX-YEAR TO CRT-LBL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'KATEGORI:   ' TO CRT-LBL-TEXT.
           MOVE CUST-TAX-CAT TO CRT-LBL-VALUE.
           WRITE CRT-PRINT-REC.
           ADD 3 TO WS-LINE-CNT.
           PERFORM H185-PRINT-COLUMN-HEADERS.
           PERFORM H220-START-CHAIN.
           PERFORM H230-PRINT-YTD-LINE UNTIL NOT WS-MORE-YTD.
           IF WS-CUST-HAS-YTD
              PERFORM H250-PRINT-CUR-BREAK
           ELSE
              ADD 1 TO WS-NOINT-CNT
              MOVE SPACES TO CRT-PRINT-REC
              MOVE 'FAIZ GELIRI YOK' TO CRT-PRINT-REC
              WRITE CRT-PRINT-REC
              ADD 1 TO WS-LINE-CNT
           END-IF.
       H210-END. EXIT.
      *Musterinin TAXYTD zincirinin ilk kaydina konumlanir
       H220-START-CHAIN.
           MOVE 'N' TO WS-MORE-YTD-SW.
           MOVE SPACES TO INVALID-KEY.
           MOVE LOW-VALUES TO YTD-KEY.
           MOVE WS-THIS-CUST TO YTD-CUST-NO.
           START YTD-REC KEY IS NOT LESS THAN YTD-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY NOT = 'Y'
              PERFORM H240-READ-NEXT-YTD
           END-IF.
           INITIALIZE INVALID-KEY.
       H220-END. EXIT.
      *Zincirdeki tek kaydi isler: baska yila ait kayit atlanir,
      *kur degisiminde kur toplami basilir, hesap satiri ve beyan
      *detayi yazilir
       H230-PRINT-YTD-LINE.
           IF YTD-YEAR = WS-TAX-YEAR
              IF WS-CUST-HAS-YTD AND (YTD-CUR NOT = WS-BREAK-CUR)
                 PERFORM H250-PRINT-CUR-BREAK
              END-IF
              IF (NOT WS-CUST-HAS-YTD) OR
                 (YTD-CUR NOT = WS-BREAK-CUR)
                 MOVE YTD-CUR TO WS-BREAK-CUR
                 MOVE ZERO TO WS-BRK-GROSS
                 MOVE ZERO TO WS-BRK-TAX
              END-IF
              MOVE 'Y' TO WS-CUST-HAS-YTD-SW
              ADD 1 TO WS-YTD-USED-CNT
              COMPUTE WS-NET-AMOUNT = YTD-GROSS - YTD-TAX
              ADD YTD-GROSS TO WS-BRK-GROSS
              ADD YTD-TAX TO WS-BRK-TAX
              PERFORM H235-WRITE-DETAIL
              PERFORM H260-WRITE-RTN-DETAIL
              PERFORM H270-ADD-CUR-TOTAL
           END-IF.
           PERFORM H240-READ-NEXT-YTD.
       H230-END. EXIT.
      *Hesap satirini sertifikaya basar
       H235-WRITE-DETAIL.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
              PERFORM H185-PRINT-COLUMN-HEADERS
           END-IF.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE YTD-ACCT-ID TO CRT-ID.
           MOVE YTD-CUR TO CRT-CUR.
           MOVE YTD-GROSS TO CRT-GROSS.
           MOVE YTD-TAX TO CRT-TAX.
           MOVE WS-NET-AMOUNT TO CRT-NET.
           WRITE CRT-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H235-END. EXIT.
      *Zincirin sonraki kaydini okur; baska musteriye gecince zincir
      *biter
       H240-READ-NEXT-YTD.
           READ YTD-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-YTD-SW
           END-READ.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
                               AND (YTD-ST NOT = 10)
              DISPLAY 'UNABLE TO READ6 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF YTD-ST = 10
              MOVE 'N' TO WS-MORE-YTD-SW
           ELSE
              IF YTD-CUST-NO = WS-THIS-CUST
                 MOVE 'Y' TO WS-MORE-YTD-SW
              ELSE
                 MOVE 'N' TO WS-MORE-YTD-SW
              END-IF
           END-IF.
       H240-END. EXIT.
      *Biten kurun brut, stopaj ve net toplamlarini basar
       H250-PRINT-CUR-BREAK.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'TOPLAM' TO CRT-ID.
           MOVE WS-BREAK-CUR TO CRT-CUR.
           MOVE WS-BRK-GROSS TO CRT-GROSS.
           MOVE WS-BRK-TAX TO CRT-TAX.
           COMPUTE CRT-NET = WS-BRK-GROSS - WS-BRK-TAX.
           WRITE CRT-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H250-END. EXIT.
      *Hesap kaydini beyan dosyasina detay olarak yazar
       H260-WRITE-RTN-DETAIL.
           MOVE SPACES TO RTN-FIELDS.
           MOVE 'DTL' TO RTN-TYPE.
           MOVE WS-TAX-YEAR TO RTN-YEAR.
           MOVE YTD-CUST-NO TO RTN-CUST-NO.
           MOVE YTD-TAX-CAT TO RTN-TAX-CAT.
           MOVE YTD-CUR TO RTN-CUR.
           MOVE YTD-ACCT-ID TO RTN-ACCT-ID.
           MOVE YTD-GROSS TO RTN-GROSS.
           MOVE YTD-TAX TO RTN-TAX.
           MOVE WS-NET-AMOUNT TO RTN-NET.
           MOVE CUST-NAME TO RTN-NAME.
           MOVE CUST-SURNAME TO RTN-SURNAME.
           WRITE RTN-FIELDS.
           ADD 1 TO WS-RTN-DTL-CNT.
           ADD YTD-GROSS TO WS-RTN-GROSS-HASH.
           ADD YTD-TAX TO WS-RTN-TAX-HASH.
       H260-END. EXIT.
      *Kaydin kuruna ait genel toplam girdisini bulur, yoksa acar;
      *tablo doluysa son girdi kullanilir
       H270-ADD-CUR-TOTAL.
           MOVE 'N' TO WS-CTOT-FOUND-SW.
           PERFORM H275-SCAN-CUR-TOTAL
              VARYING WS-CTOT-IDX FROM 1 BY 1
              UNTIL WS-CTOT-IDX > WS-CTOT-CNT OR WS-CTOT-FOUND.
           IF WS-CTOT-FOUND
              SET WS-CTOT-IDX DOWN BY 1
           ELSE
              IF WS-CTOT-CNT < 20
                 ADD 1 TO WS-CTOT-CNT
                 SET WS-CTOT-IDX TO WS-CTOT-CNT
                 MOVE YTD-CUR TO WS-CTOT-CUR (WS-CTOT-IDX)
                 MOVE ZERO TO WS-CTOT-GROSS (WS-CTOT-IDX)
                 MOVE ZERO TO WS-CTOT-TAX (WS-CTOT-IDX)
              ELSE
                 SET WS-CTOT-IDX TO WS-CTOT-CNT
              END-IF
           END-IF.
           ADD YTD-GROSS TO WS-CTOT-GROSS (WS-CTOT-IDX).
           ADD YTD-TAX TO WS-CTOT-TAX (WS-CTOT-IDX).
       H270-END. EXIT.
      *Genel toplam tablosunda tek bir girdiyi karsilastirir
       H275-SCAN-CUR-TOTAL.
           IF YTD-CUR = WS-CTOT-CUR (WS-CTOT-IDX)
              MOVE 'Y' TO WS-CTOT-FOUND-SW
           END-IF.
       H275-END. EXIT.
      *CUSTREC'ten bir kayit okur
       H290-READ-CUSTOMER.
           READ CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
                                AND (CUST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ7 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H290-END. EXIT.
      *Beyan dosyasini detay sayisi ve brut/stopaj kontrol
      *toplamlarini tasiyan TRL kaydiyla kapatir
       H295-WRITE-RTN-TRAILER.
           MOVE SPACES TO RTN-TRL-REC.
           MOVE 'TRL' TO RTN-TRL-TYPE.
           MOVE WS-RTN-DTL-CNT TO RTN-TRL-COUNT.
           MOVE WS-RTN-GROSS-HASH TO RTN-TRL-GROSS.
           MOVE WS-RTN-TAX-HASH TO RTN-TRL-TAX.
           WRITE RTN-TRL-REC.
       H295-END. EXIT.
      *Sertifika dosyasinin sonuna kur bazinda genel toplamlari ve
      *kontrol toplamlarini basar
       H400-PRINT-TOTALS.
           MOVE ZERO TO WS-PAGE-NO.
           PERFORM H180-PRINT-PAGE-HEADERS.
           PERFORM H410-PRINT-CUR-TOTAL
              VARYING WS-CTOT-IDX FROM 1 BY 1
              UNTIL WS-CTOT-IDX > WS-CTOT-CNT.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE '***** CONTROL TOTALS *****' TO CRT-TRL-LABEL.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'CUSTREC KAYITLARI OKUNAN   :' TO CRT-TRL-LABEL.
           MOVE WS-CUST-READ-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'BASILAN SERTIFIKA          :' TO CRT-TRL-LABEL.
           MOVE WS-CERT-PRT-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE ' - FAIZ GELIRI YOK         :' TO CRT-TRL-LABEL.
           MOVE WS-NOINT-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'VERGI YILI TAXYTD KAYDI    :' TO CRT-TRL-LABEL.
           MOVE WS-YTD-YEAR-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'SERTIFIKAYA GIREN KAYIT    :' TO CRT-TRL-LABEL.
           MOVE WS-YTD-USED-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'TAXRTN DETAY YAZILAN       :' TO CRT-TRL-LABEL.
           MOVE WS-RTN-DTL-CNT TO CRT-TRL-VALUE.
           WRITE CRT-PRINT-REC.
       H400-END. EXIT.
      *Tek bir kurun brut faiz ve stopaj genel toplamlarini basar
       H410-PRINT-CUR-TOTAL.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'BRUT FAIZ TOPLAM' TO CRT-TOT-LABEL.
           MOVE WS-CTOT-CUR (WS-CTOT-IDX) TO CRT-TOT-CUR.
           MOVE WS-CTOT-GROSS (WS-CTOT-IDX) TO CRT-TOT-AMOUNT.
           WRITE CRT-PRINT-REC.
           MOVE SPACES TO CRT-PRINT-REC.
           MOVE 'STOPAJ TOPLAM' TO CRT-TOT-LABEL.
           MOVE WS-CTOT-CUR (WS-CTOT-IDX) TO CRT-TOT-CUR.
           MOVE WS-CTOT-TAX (WS-CTOT-IDX) TO CRT-TOT-AMOUNT.
           WRITE CRT-PRINT-REC.
       H410-END. EXIT.
      *Vergi yilinin tum TAXYTD kayitlari sertifikalara girmis
      *olmalidir; girmeyen kayit CUSTREC'te olmayan musteriye aittir,
      *beyan eksik kalir ve calisma uyari koduyla biter
       H450-PROVE-COUNTS.
           IF WS-YTD-USED-CNT NOT = WS-YTD-YEAR-CNT
              COMPUTE WS-YTD-ORPHAN-CNT =
                 WS-YTD-YEAR-CNT - WS-YTD-USED-CNT
              DISPLAY 'WARNING: ' WS-YTD-ORPHAN-CNT
                      ' TAXYTD RECORDS WITHOUT CUSTOMER, NOT IN RETURN'
              MOVE 4 TO RETURN-CODE
           END-IF.
       H450-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE CUST-REC
                 YTD-REC
                 CRT-RPT
                 RTN-REC.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
