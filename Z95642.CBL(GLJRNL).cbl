       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJRNL.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Gunluk genel muhasebe yevmiye beslemesi: gunun PSTEXTR
      *hareketleri (POSTTRN kayit ve virmanlari, INTACCR faiz ve
      *stopaji, FEECHG ucretleri, ESCHEAT devirleri) hesap plani
      *tablosuyla GL hesaplarina eslenir ve her hareket icin bir
      *borc ve bir alacak satirindan olusan yevmiye kaydi yazilir.
      *Kur bazinda borc ve alacak toplamlari esit degilse besleme
      *TRL kaydi almaz ve calisma sifirdan farkli donus koduyla
      *biter. GL hesabi ozeti TRIALBAL'in ayni is tarihli hareket
      *toplamlariyla (TBMOVO) karsilastirilir. Hareketin hesap
      *durumu ACCT-REC'ten ana anahtarla okunur; alternatif
      *indexler kumenin tanimiyla tutarli kalmasi icin bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Gunun uygulanan hareket ekstresi; TRL kontrol kaydi
      *dogrulanarak okunur
           SELECT PSX-REC    ASSIGN TO    PSTEXTR
                             STATUS       PSX-ST.
      *Hesap plani eslestirme tablosu (giris)
           SELECT COA-REC    ASSIGN TO    GLCOA
                             STATUS       COA-ST.
      *TRIALBAL'in gunluk kur bazinda hareket toplamlari (giris);
      *TRIALBAL'in TBMOVO cikisidir
           SELECT TBM-REC    ASSIGN TO    TBMOVI
                             STATUS       TBM-ST.
      *Is tarihini tasiyan kontrol karti; kart yoksa makine tarihi
      *kullanilir
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
      *GL yevmiye beslemesi (cikis); GLEXTR gibi HDR kaydiyla
      *acilir, satir sayisi ve tutar kontrol toplami tasiyan TRL
      *kaydiyla kapanir
           SELECT GLJ-REC    ASSIGN TO    GLJFEED
                             STATUS       GLJ-ST.
      *GL hesap ozeti ve mutabakat raporu cikti dosyasi
           SELECT GLR-RPT    ASSIGN TO    GLJRPT
                             STATUS       GLR-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *PSTEXTR Degiskenleri - duzen POSTTRN'deki PST-FIELDS ile ayni
       FD  PSX-REC     RECORDING MODE F.
       01  PSX-FIELDS.
           05 PSX-ID         PIC X(05).
           05 PSX-CUR        PIC X(03).
           05 PSX-DC         PIC X(01).
              88 PSX-DEBIT       VALUE 'D'.
              88 PSX-CREDIT      VALUE 'C'.
           05 PSX-AMOUNT     PIC X(15).
           05 PSX-VALDATE    PIC X(08).
           05 PSX-REF        PIC X(10).
           05 PSX-REF-PARTS REDEFINES PSX-REF.
              10 PSX-REF-PREFIX PIC X(04).
              10 FILLER         PIC X(06).
      *Ilk kayit HDR, son kayit TRL kontrol kaydidir; trailer
      *dogrulanmadan hareketlere guvenilmez
       01  PSX-CTL-REC.
           05 PSX-TYPE       PIC X(03).
           05 PSX-CTL-COUNT  PIC 9(07).
           05 PSX-CTL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(15).
      *GLCOA Degiskenleri - kur kodu, hesap durumu, hareket tipi,
      *musteri tarafi GL hesabi (mevduat) ve karsi taraf GL hesabi
      *(faiz gideri, stopaj, ucret geliri, devir/aski, takas).
      *Hareket tipleri: POST musteri kaydi/virman, INTA faiz, WHTX
      *stopaj, FEES ucret, ESCH sahipsiz bakiye devri. Durumu bos
      *satir o kur ve tipin varsayilanidir; kurun ASKI tipli bos
      *durumlu satiri eslesmeyen hareketlerin aski hesaplaridir.
       FD  COA-REC     RECORDING MODE F.
       01  COA-FIELDS.
           05 COA-CUR        PIC X(03).
           05 COA-STATUS     PIC X(01).
           05 COA-TYPE       PIC X(04).
           05 COA-CUST-GL    PIC X(10).
           05 COA-CONTRA-GL  PIC X(10).
      *TBMOVI Degiskenleri - duzen TRIALBAL'deki TBM-FIELDS ile ayni
       FD  TBM-REC     RECORDING MODE F.
       01  TBM-FIELDS.
           05 TBM-DATE       PIC X(08).
           05 TBM-CUR        PIC 9(03).
           05 TBM-DEB-TOTAL  PIC -9(13).99.
           05 TBM-CRD-TOTAL  PIC -9(13).99.
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile ayni
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 FILLER         PIC X(71).
      *GLJFEED Degiskenleri - yevmiye satiri: kayit numarasi,
      *borc/alacak, GL hesabi, kur, tutar, valor, hareket referansi,
      *kaynak musteri hesabi ve hareket tipi. Her kaydin bir borc
      *ve bir alacak satiri ayni kayit numarasini tasir.
       FD  GLJ-REC     RECORDING MODE F.
       01  GLJ-FIELDS.
           05 GLJ-ENTRY-NO   PIC 9(07).
           05 GLJ-DC         PIC X(01).
           05 GLJ-GL-ACCT    PIC X(10).
           05 GLJ-CUR        PIC 9(03).
           05 GLJ-AMOUNT     PIC -9(11).99.
           05 GLJ-VALDATE    PIC X(08).
           05 GLJ-REF        PIC X(10).
           05 GLJ-ACCT-ID    PIC X(05).
           05 GLJ-TYPE       PIC X(04).
      *Ilk kayit HDR: kayit tipi, besleme adi, is tarihi, program
       01  GLJ-HDR-REC.
           05 GLJ-HDR-TYPE    PIC X(03).
           05 GLJ-HDR-FEED    PIC X(08).
           05 GLJ-HDR-DATE    PIC X(08).
           05 GLJ-HDR-PROGRAM PIC X(08).
           05 FILLER          PIC X(36).
      *Son kayit TRL: satir sayisi ve satir tutarlarinin toplami
       01  GLJ-TRL-REC.
           05 GLJ-TRL-TYPE   PIC X(03).
           05 GLJ-TRL-COUNT  PIC 9(07).
           05 GLJ-TRL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(36).
      *GLJRPT Degiskenleri - 80 pozisyonluk genel satir, istisna,
      *ozet ve toplam satirlari icin REDEFINES ile ayri goruntulenir.
       FD  GLR-RPT     RECORDING MODE F.
       01  GLR-PRINT-REC         PIC X(80).
       01  GLR-EXC-REC REDEFINES GLR-PRINT-REC.
           05 GLR-EXC-ID     PIC X(05).
           05 FILLER         PIC X(01).
           05 GLR-EXC-CUR    PIC X(03).
           05 FILLER         PIC X(01).
           05 GLR-EXC-DC     PIC X(01).
           05 FILLER         PIC X(01).
           05 GLR-EXC-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 GLR-EXC-REF    PIC X(10).
           05 FILLER         PIC X(01).
           05 GLR-EXC-STATUS PIC X(01).
           05 FILLER         PIC X(01).
           05 GLR-EXC-TYPE   PIC X(04).
           05 FILLER         PIC X(01).
           05 GLR-EXC-REASON PIC X(15).
           05 FILLER         PIC X(16).
       01  GLR-SUM-REC REDEFINES GLR-PRINT-REC.
           05 GLR-SUM-ACCT   PIC X(10).
           05 FILLER         PIC X(02).
           05 GLR-SUM-CUR    PIC ZZ9.
           05 FILLER         PIC X(02).
           05 GLR-SUM-DEBIT  PIC ---,---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 GLR-SUM-CREDIT PIC ---,---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 GLR-SUM-FLAG   PIC X(12).
           05 FILLER         PIC X(05).
       01  GLR-TRAILER-REC REDEFINES GLR-PRINT-REC.
           05 GLR-TRL-LABEL  PIC X(35).
           05 GLR-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
       01  GLR-HEADING-REC REDEFINES GLR-PRINT-REC.
           05 GLR-HDR-PROGRAM     PIC X(25).
           05 GLR-HDR-DATE-LABEL  PIC X(06).
           05 GLR-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 GLR-HDR-PAGE-LABEL  PIC X(06).
           05 GLR-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  GLR-COLHDR-REC REDEFINES GLR-PRINT-REC.
           05 GLR-COL-ACCT    PIC X(15).
           05 GLR-COL-DEBIT   PIC X(23).
           05 GLR-COL-CREDIT  PIC X(23).
           05 GLR-COL-FLAG    PIC X(19).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 PSX-ST      PIC 9(02).
              88 PSX-EOF      VALUE 10.
              88 PSX-SUCCESS  VALUE 00
                                    97.
           05 COA-ST      PIC 9(02).
              88 COA-EOF      VALUE 10.
              88 COA-SUCCESS  VALUE 00
                                    97.
           05 TBM-ST      PIC 9(02).
              88 TBM-EOF      VALUE 10.
              88 TBM-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 GLJ-ST      PIC 9(02).
              88 GLJ-SUCCESS  VALUE 00
                                    97.
           05 GLR-ST      PIC 9(02).
              88 GLR-SUCCESS  VALUE 00
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
      *Gecerli kur kodlari tablosu - TRIALBAL'deki tabloyla aynidir
      *ki kur bazinda mutabakat ayni kurlar uzerinden yapilsin
       01  WS-CURRENCY-TABLE-VALUES.
           05 FILLER             PIC 9(03) VALUE 840.
           05 FILLER             PIC 9(03) VALUE 978.
           05 FILLER             PIC 9(03) VALUE 826.
           05 FILLER             PIC 9(03) VALUE 392.
           05 FILLER             PIC 9(03) VALUE 949.
       01  WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-TABLE-VALUES.
           05 WS-CURRENCY-CODE   PIC 9(03) OCCURS 5 TIMES
                                  INDEXED BY WS-CUR-IDX.
      *Kur bazinda toplamlar: yazilan borc/alacak satirlari,
      *musteri tarafi borc/alacak hareketleri ve TRIALBAL'in
      *ayni tarihli hareket toplamlari
       01  WS-CUR-TOTALS.
           05 WS-CUR-ENTRY OCCURS 5 TIMES.
              10 WS-GLD-TOTAL    PIC S9(13)V99 COMP-3.
              10 WS-GLC-TOTAL    PIC S9(13)V99 COMP-3.
              10 WS-CUS-DEB      PIC S9(13)V99 COMP-3.
              10 WS-CUS-CRD      PIC S9(13)V99 COMP-3.
              10 WS-TB-DEB       PIC S9(13)V99 COMP-3.
              10 WS-TB-CRD       PIC S9(13)V99 COMP-3.
              10 WS-TB-FOUND-SW  PIC X(01).
                 88 WS-TB-FOUND     VALUE 'Y'.
      *Hesap plani tablosu - GLCOA'dan yuklenir
       01  WS-COA-TABLE.
           05 WS-COA-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-COA-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-COA-IDX.
              10 WS-COA-CUR       PIC 9(03).
              10 WS-COA-STATUS    PIC X(01).
              10 WS-COA-TYPE      PIC X(04).
              10 WS-COA-CUST-GL   PIC X(10).
              10 WS-COA-CONTRA-GL PIC X(10).
           05 WS-COA-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-COA-FOUND       VALUE 'Y'.
      *GL hesabi ozet tablosu - GL hesabi ve kur bazinda borc ve
      *alacak toplamlari
       01  WS-GLS-TABLE.
           05 WS-GLS-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-GLS-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-GLS-IDX.
              10 WS-GLS-ACCT     PIC X(10).
              10 WS-GLS-CUR      PIC 9(03).
              10 WS-GLS-DEBIT    PIC S9(13)V99 COMP-3.
              10 WS-GLS-CREDIT   PIC S9(13)V99 COMP-3.
           05 WS-GLS-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-GLS-FOUND       VALUE 'Y'.
           05 WS-GLS-FULL-SW     PIC X(01) VALUE 'N'.
              88 WS-GLS-FULL        VALUE 'Y'.
      *Hareket eslestirme degiskenleri
       01  WS-MAP-AREA.
           05 WS-CUR-POS         PIC 9(02) COMP VALUE ZERO.
           05 WS-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
           05 WS-WORK-CUR        PIC 9(03) VALUE ZERO.
           05 WS-WORK-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-LOOK-STATUS     PIC X(01) VALUE SPACE.
           05 WS-LOOK-TYPE       PIC X(04) VALUE SPACES.
           05 WS-USE-CUST-GL     PIC X(10) VALUE SPACES.
           05 WS-USE-CONTRA-GL   PIC X(10) VALUE SPACES.
           05 WS-LINE-GL         PIC X(10) VALUE SPACES.
           05 WS-LINE-DC         PIC X(01) VALUE SPACE.
           05 WS-EXC-REASON      PIC X(15) VALUE SPACES.
           05 WS-ENTRY-NO        PIC 9(07) VALUE ZERO.
           05 WS-DIFFERENCE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-BALANCE-BAD-SW  PIC X(01) VALUE 'N'.
              88 WS-BALANCE-BAD     VALUE 'Y'.
           05 WS-RECON-BAD-SW    PIC X(01) VALUE 'N'.
              88 WS-RECON-BAD       VALUE 'Y'.
           05 WS-TB-FILE-SW      PIC X(01) VALUE 'N'.
              88 WS-HAVE-TB-FILE    VALUE 'Y'.
      *PSTEXTR kontrol kaydi dogrulama degiskenleri
           05 WS-PSX-TRAILER-SW  PIC X(01) VALUE 'N'.
              88 WS-HAVE-PSX-TRAILER VALUE 'Y'.
           05 WS-PSX-EXP-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-EXP-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSX-DET-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-DET-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
      *GLJFEED kontrol toplami degiskenleri
       01  WS-GL-CONTROL-AREA.
           05 WS-GL-WRITE-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-GL-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Calisma kontrol degiskenleri - is tarihi CTLCARD'dan gelir,
      *kart yoksa makine tarihi kullanilir
       01  WS-RUN-CONTROL-AREA.
           05 WS-BUS-DATE        PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
      *Islem sayaclari
       01  WS-JOURNAL-COUNTS.
           05 WS-PSX-READ-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-ENTRY-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SUSPENSE-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-UNMAPPED-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-BADCUR-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NOACCT-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-TB-OLD-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-OOB-CUR-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NORECON-CUR-CNT PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-MOVEMENTS UNTIL PSX-EOF.
           PERFORM H230-VERIFY-TRAILER.
           PERFORM H500-CHECK-BALANCE.
           PERFORM H550-WRITE-GL-TRAILER.
           PERFORM H600-PRINT-SUMMARY.
           PERFORM H400-PRINT-TOTALS.
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
       H050-END. EXIT.
      *Dosya acilamama ve okunamama durumu. Hesap plani bos ise
      *calisma reddedilir; TRIALBAL toplamlari bulunamazsa
      *mutabakat yapilmaz ve uyari donus kodu verilir.
       H100-OPEN-FILES.
           INITIALIZE WS-CUR-TOTALS.
           OPEN INPUT COA-REC.
           IF (COA-ST NOT = 0) AND (COA-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' COA-ST
              MOVE COA-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ COA-REC.
           IF (COA-ST NOT = 0) AND (COA-ST NOT = 97)
                               AND (COA-ST NOT = 10)
              DISPLAY 'UNABLE TO READ2 FILE: ' COA-ST
              MOVE COA-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-LOAD-COA UNTIL COA-EOF.
           CLOSE COA-REC.
           IF WS-COA-CNT = ZERO
              DISPLAY 'CHART OF ACCOUNTS EMPTY - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TBM-REC.
           IF TBM-ST = 0 OR TBM-ST = 97
              MOVE 'Y' TO WS-TB-FILE-SW
              READ TBM-REC
              IF (TBM-ST NOT = 0) AND (TBM-ST NOT = 97)
                                  AND (TBM-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ3 FILE: ' TBM-ST
                 MOVE TBM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H130-LOAD-TB-TOTALS UNTIL TBM-EOF
              CLOSE TBM-REC
           ELSE
              DISPLAY 'NO TRIALBAL MOVEMENT TOTALS, '
                      'RECONCILIATION SKIPPED'
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GLJ-REC.
           IF (GLJ-ST NOT = 0) AND (GLJ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' GLJ-ST
              MOVE GLJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GLR-RPT.
           IF (GLR-ST NOT = 0) AND (GLR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' GLR-ST
              MOVE GLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO GLJ-HDR-REC.
           MOVE 'HDR' TO GLJ-HDR-TYPE.
           MOVE 'GLJFEED' TO GLJ-HDR-FEED.
           MOVE WS-BUS-DATE TO GLJ-HDR-DATE.
           MOVE 'GLJRNL' TO GLJ-HDR-PROGRAM.
           WRITE GLJ-HDR-REC.
           PERFORM H180-PRINT-PAGE-HEADERS.
           READ PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
                               AND (PSX-ST NOT = 10)
              DISPLAY 'UNABLE TO READ8 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *GLCOA kayitlarini hesap plani tablosuna yukler
       H120-LOAD-COA.
           IF WS-COA-CNT < 200
              ADD 1 TO WS-COA-CNT
              SET WS-COA-IDX TO WS-COA-CNT
              COMPUTE WS-COA-CUR (WS-COA-IDX) =
                 FUNCTION NUMVAL (COA-CUR)
              MOVE COA-STATUS TO WS-COA-STATUS (WS-COA-IDX)
              MOVE COA-TYPE TO WS-COA-TYPE (WS-COA-IDX)
              MOVE COA-CUST-GL TO WS-COA-CUST-GL (WS-COA-IDX)
              MOVE COA-CONTRA-GL TO WS-COA-CONTRA-GL (WS-COA-IDX)
           ELSE
              DISPLAY 'WARNING: COA TABLE FULL, EXTRA ROW IGNORED '
                      COA-CUR ' ' COA-STATUS ' ' COA-TYPE
           END-IF.
           READ COA-REC.
           IF (COA-ST NOT = 0) AND (COA-ST NOT = 97)
                               AND (COA-ST NOT = 10)
              DISPLAY 'UNABLE TO READ9 FILE: ' COA-ST
              MOVE COA-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *TRIALBAL hareket toplamlarini kur tablosuna yukler; baska
      *is tarihine ait satirlar mutabakatta kullanilmaz
       H130-LOAD-TB-TOTALS.
           IF TBM-DATE NOT = WS-BUS-DATE
              ADD 1 TO WS-TB-OLD-CNT
           ELSE
              MOVE TBM-CUR TO WS-WORK-CUR
              PERFORM H150-FIND-CURRENCY
              IF WS-CUR-POS = ZERO
                 DISPLAY 'WARNING: TRIALBAL CURRENCY UNKNOWN '
                         TBM-CUR
              ELSE
                 COMPUTE WS-TB-DEB (WS-CUR-POS) =
                    FUNCTION NUMVAL (TBM-DEB-TOTAL)
                 COMPUTE WS-TB-CRD (WS-CUR-POS) =
                    FUNCTION NUMVAL (TBM-CRD-TOTAL)
                 MOVE 'Y' TO WS-TB-FOUND-SW (WS-CUR-POS)
              END-IF
           END-IF.
           READ TBM-REC.
           IF (TBM-ST NOT = 0) AND (TBM-ST NOT = 97)
                               AND (TBM-ST NOT = 10)
              DISPLAY 'UNABLE TO READ10 FILE: ' TBM-ST
              MOVE TBM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *Kur kodunun tablodaki yerini bulur; bulunamazsa sifir kalir
       H150-FIND-CURRENCY.
           MOVE ZERO TO WS-CUR-POS.
           PERFORM H155-MATCH-CURRENCY
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB >
                 (FUNCTION LENGTH (WS-CURRENCY-TABLE-VALUES) / 3)
              OR WS-CUR-POS NOT = ZERO.
       H150-END. EXIT.
      *Kur tablosunda tek bir girdiyi karsilastirir
       H155-MATCH-CURRENCY.
           IF WS-WORK-CUR = WS-CURRENCY-CODE (WS-SCAN-SUB)
              MOVE WS-SCAN-SUB TO WS-CUR-POS
           END-IF.
       H155-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini
      *arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'GLJRNL GL JOURNAL SUMMARY' TO GLR-HDR-PROGRAM.
           MOVE 'DATE: ' TO GLR-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO GLR-HDR-DATE.
           MOVE 'PAGE: ' TO GLR-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO GLR-HDR-PAGE.
           WRITE GLR-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Her PSTEXTR kaydini isler; HDR atlanir, TRL beklenen
      *sayi/kontrol toplami olarak saklanir, detaylar yevmiyeye
      *cevrilir
       H200-PROCESS-MOVEMENTS.
           ADD 1 TO WS-PSX-READ-CNT.
           IF PSX-TYPE = 'HDR'
              CONTINUE
           ELSE
              IF PSX-TYPE = 'TRL'
                 MOVE 'Y' TO WS-PSX-TRAILER-SW
                 MOVE PSX-CTL-COUNT TO WS-PSX-EXP-COUNT
                 COMPUTE WS-PSX-EXP-HASH =
                    FUNCTION NUMVAL (PSX-CTL-HASH)
              ELSE
                 PERFORM H210-JOURNAL-ONE-MOVEMENT
              END-IF
           END-IF.
           READ PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
                               AND (PSX-ST NOT = 10)
              DISPLAY 'UNABLE TO READ11 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Tek bir hareketi GL hesaplarina esler ve yevmiye kaydini
      *yazar. Kuru taninmayan hareket TRIALBAL'de de sayilmadigi
      *icin yevmiyeye alinmaz; hesabi bulunamayan veya plani
      *eslesmeyen hareket kurun aski hesaplarina gider.
       H210-JOURNAL-ONE-MOVEMENT.
           ADD 1 TO WS-PSX-DET-CNT.
           COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL (PSX-AMOUNT).
           ADD WS-WORK-AMOUNT TO WS-PSX-DET-HASH.
           IF PSX-CUR NUMERIC
              COMPUTE WS-WORK-CUR = FUNCTION NUMVAL (PSX-CUR)
           ELSE
              MOVE ZERO TO WS-WORK-CUR
           END-IF.
           PERFORM H150-FIND-CURRENCY.
           PERFORM H215-SET-MOVEMENT-TYPE.
           MOVE SPACES TO WS-EXC-REASON.
           IF WS-CUR-POS = ZERO
              ADD 1 TO WS-BADCUR-CNT
              MOVE SPACE TO WS-LOOK-STATUS
              MOVE 'TANIMSIZ KUR' TO WS-EXC-REASON
              PERFORM H290-PRINT-EXCEPTION
           ELSE
              PERFORM H220-READ-ACCOUNT
              PERFORM H240-FIND-MAPPING
              IF NOT WS-COA-FOUND
                 PERFORM H250-FIND-SUSPENSE
              END-IF
              IF WS-COA-FOUND
                 PERFORM H260-WRITE-ENTRY
              ELSE
                 ADD 1 TO WS-UNMAPPED-CNT
                 MOVE 'ASKI HESABI YOK' TO WS-EXC-REASON
              END-IF
              IF WS-EXC-REASON NOT = SPACES
                 PERFORM H290-PRINT-EXCEPTION
              END-IF
           END-IF.
       H210-END. EXIT.
      *Hareket tipini referans onekinden belirler: INTACCR faiz
      *'INTA' ve stopaj 'WHTX', FEECHG 'FEES', ESCHEAT 'ESCH'
      *onekiyle yazar; digerleri musteri kaydi veya virmandir
       H215-SET-MOVEMENT-TYPE.
           EVALUATE PSX-REF-PREFIX
              WHEN 'INTA'
              WHEN 'WHTX'
              WHEN 'FEES'
              WHEN 'ESCH'
                 MOVE PSX-REF-PREFIX TO WS-LOOK-TYPE
              WHEN OTHER
                 MOVE 'POST' TO WS-LOOK-TYPE
           END-EVALUATE.
       H215-END. EXIT.
      *Hareketin hesabini ana anahtardan okuyup guncel durumunu
      *alir; eski kayitlardaki bos durum acik sayilir. Hesap
      *bulunamazsa durum bos kalir ve hareket aski hesabina gider.
       H220-READ-ACCOUNT.
           MOVE SPACE TO WS-LOOK-STATUS.
           IF PSX-ID NOT NUMERIC
              MOVE 'Y' TO INVALID-KEY
           ELSE
              MOVE SPACES TO INVALID-KEY
              COMPUTE ACCT-ID = FUNCTION NUMVAL (PSX-ID)
              MOVE WS-WORK-CUR TO ACCT-CUR
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF.
           IF INVALID-KEY = 'Y'
              ADD 1 TO WS-NOACCT-CNT
              MOVE 'HESAP YOK' TO WS-EXC-REASON
           ELSE
              MOVE ACCT-STATUS TO WS-LOOK-STATUS
              IF ACCT-OPEN
                 MOVE 'O' TO WS-LOOK-STATUS
              END-IF
           END-IF.
           INITIALIZE INVALID-KEY.
       H220-END. EXIT.
      *Hesap planinda once kur + durum + tip satirini, yoksa kur +
      *tip varsayilan (durumu bos) satirini arar. Hesabi
      *bulunamayan hareket icin arama yapilmaz.
       H240-FIND-MAPPING.
           MOVE 'N' TO WS-COA-FOUND-SW.
           IF WS-EXC-REASON = SPACES
              PERFORM H245-SCAN-COA
                 VARYING WS-COA-IDX FROM 1 BY 1
                 UNTIL WS-COA-IDX > WS-COA-CNT OR WS-COA-FOUND
              IF NOT WS-COA-FOUND
                 MOVE SPACE TO WS-LOOK-STATUS
                 PERFORM H245-SCAN-COA
                    VARYING WS-COA-IDX FROM 1 BY 1
                    UNTIL WS-COA-IDX > WS-COA-CNT OR WS-COA-FOUND
                 MOVE ACCT-STATUS TO WS-LOOK-STATUS
                 IF ACCT-OPEN
                    MOVE 'O' TO WS-LOOK-STATUS
                 END-IF
              END-IF
           END-IF.
       H240-END. EXIT.
      *Hesap plani tablosunda tek bir satiri karsilastirir; bulunan
      *satirin GL hesaplari alinir
       H245-SCAN-COA.
           IF WS-COA-CUR (WS-COA-IDX) = WS-WORK-CUR
              AND WS-COA-STATUS (WS-COA-IDX) = WS-LOOK-STATUS
              AND WS-COA-TYPE (WS-COA-IDX) = WS-LOOK-TYPE
              MOVE 'Y' TO WS-COA-FOUND-SW
              MOVE WS-COA-CUST-GL (WS-COA-IDX) TO WS-USE-CUST-GL
              MOVE WS-COA-CONTRA-GL (WS-COA-IDX)
                 TO WS-USE-CONTRA-GL
           END-IF.
       H245-END. EXIT.
      *Eslesmeyen hareket icin kurun ASKI satirini arar; bulunursa
      *hareket aski hesaplarina yazilir ve raporda isaretlenir
       H250-FIND-SUSPENSE.
           IF WS-EXC-REASON = SPACES
              MOVE 'ESLESME YOK' TO WS-EXC-REASON
           END-IF.
           MOVE 'N' TO WS-COA-FOUND-SW.
           PERFORM H255-SCAN-SUSPENSE
              VARYING WS-COA-IDX FROM 1 BY 1
              UNTIL WS-COA-IDX > WS-COA-CNT OR WS-COA-FOUND.
           IF WS-COA-FOUND
              ADD 1 TO WS-SUSPENSE-CNT
           END-IF.
       H250-END. EXIT.
      *Hesap plani tablosunda kurun aski satirini karsilastirir
       H255-SCAN-SUSPENSE.
           IF WS-COA-CUR (WS-COA-IDX) = WS-WORK-CUR
              AND WS-COA-STATUS (WS-COA-IDX) = SPACE
              AND WS-COA-TYPE (WS-COA-IDX) = 'ASKI'
              MOVE 'Y' TO WS-COA-FOUND-SW
              MOVE WS-COA-CUST-GL (WS-COA-IDX) TO WS-USE-CUST-GL
              MOVE WS-COA-CONTRA-GL (WS-COA-IDX)
                 TO WS-USE-CONTRA-GL
           END-IF.
       H255-END. EXIT.
      *Yevmiye kaydini yazar: musteri hesabi borclanmissa musteri
      *tarafi GL hesabi borc, karsi hesap alacak; alacaklanmissa
      *tersi. Musteri tarafi tutar TRIALBAL mutabakati icin
      *hareketin yonune gore ayrica toplanir.
       H260-WRITE-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           ADD 1 TO WS-ENTRY-CNT.
           IF PSX-DEBIT
              ADD WS-WORK-AMOUNT TO WS-CUS-DEB (WS-CUR-POS)
              MOVE 'D' TO WS-LINE-DC
              MOVE WS-USE-CUST-GL TO WS-LINE-GL
              PERFORM H270-WRITE-LINE
              MOVE 'C' TO WS-LINE-DC
              MOVE WS-USE-CONTRA-GL TO WS-LINE-GL
              PERFORM H270-WRITE-LINE
           ELSE
              ADD WS-WORK-AMOUNT TO WS-CUS-CRD (WS-CUR-POS)
              MOVE 'D' TO WS-LINE-DC
              MOVE WS-USE-CONTRA-GL TO WS-LINE-GL
              PERFORM H270-WRITE-LINE
              MOVE 'C' TO WS-LINE-DC
              MOVE WS-USE-CUST-GL TO WS-LINE-GL
              PERFORM H270-WRITE-LINE
           END-IF.
       H260-END. EXIT.
      *Tek bir yevmiye satirini yazar, kur ve GL hesabi toplamlarina
      *ekler
       H270-WRITE-LINE.
           MOVE SPACES TO GLJ-FIELDS.
           MOVE WS-ENTRY-NO TO GLJ-ENTRY-NO.
           MOVE WS-LINE-DC TO GLJ-DC.
           MOVE WS-LINE-GL TO GLJ-GL-ACCT.
           MOVE WS-WORK-CUR TO GLJ-CUR.
           MOVE WS-WORK-AMOUNT TO GLJ-AMOUNT.
           MOVE PSX-VALDATE TO GLJ-VALDATE.
           MOVE PSX-REF TO GLJ-REF.
           MOVE PSX-ID TO GLJ-ACCT-ID.
           MOVE WS-LOOK-TYPE TO GLJ-TYPE.
           WRITE GLJ-FIELDS.
           ADD 1 TO WS-GL-WRITE-CNT.
           ADD WS-WORK-AMOUNT TO WS-GL-HASH.
           PERFORM H280-FIND-GL-SUMMARY.
           IF WS-LINE-DC = 'D'
              ADD WS-WORK-AMOUNT TO WS-GLD-TOTAL (WS-CUR-POS)
              ADD WS-WORK-AMOUNT TO WS-GLS-DEBIT (WS-GLS-IDX)
           ELSE
              ADD WS-WORK-AMOUNT TO WS-GLC-TOTAL (WS-CUR-POS)
              ADD WS-WORK-AMOUNT TO WS-GLS-CREDIT (WS-GLS-IDX)
           END-IF.
       H270-END. EXIT.
      *GL hesabi + kur ozet girdisini bulur, yoksa acar; tablo
      *doluysa son girdi kullanilir ve ozet uyariyla isaretlenir
       H280-FIND-GL-SUMMARY.
           MOVE 'N' TO WS-GLS-FOUND-SW.
           PERFORM H285-SCAN-GL-SUMMARY
              VARYING WS-GLS-IDX FROM 1 BY 1
              UNTIL WS-GLS-IDX > WS-GLS-CNT OR WS-GLS-FOUND.
           IF WS-GLS-FOUND
              SET WS-GLS-IDX DOWN BY 1
           ELSE
              IF WS-GLS-CNT < 300
                 ADD 1 TO WS-GLS-CNT
              ELSE
                 IF NOT WS-GLS-FULL
                    DISPLAY 'WARNING: GL SUMMARY TABLE FULL'
                    MOVE 'Y' TO WS-GLS-FULL-SW
                 END-IF
              END-IF
              SET WS-GLS-IDX TO WS-GLS-CNT
              IF WS-GLS-ACCT (WS-GLS-IDX) NOT = WS-LINE-GL
                 OR WS-GLS-CUR (WS-GLS-IDX) NOT = WS-WORK-CUR
                 MOVE WS-LINE-GL TO WS-GLS-ACCT (WS-GLS-IDX)
                 MOVE WS-WORK-CUR TO WS-GLS-CUR (WS-GLS-IDX)
                 MOVE ZERO TO WS-GLS-DEBIT (WS-GLS-IDX)
                 MOVE ZERO TO WS-GLS-CREDIT (WS-GLS-IDX)
              END-IF
           END-IF.
       H280-END. EXIT.
      *Ozet tablosunda tek bir girdiyi karsilastirir; bulununca
      *taramanin durmasi icin VARYING bir sonrakine gecmis olur
       H285-SCAN-GL-SUMMARY.
           IF WS-GLS-ACCT (WS-GLS-IDX) = WS-LINE-GL
              AND WS-GLS-CUR (WS-GLS-IDX) = WS-WORK-CUR
              MOVE 'Y' TO WS-GLS-FOUND-SW
           END-IF.
       H285-END. EXIT.
      *Aski hesabina giden veya yevmiyeye alinamayan hareketi
      *nedeniyle rapora basar
       H290-PRINT-EXCEPTION.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE PSX-ID TO GLR-EXC-ID.
           MOVE PSX-CUR TO GLR-EXC-CUR.
           MOVE PSX-DC TO GLR-EXC-DC.
           MOVE WS-WORK-AMOUNT TO GLR-EXC-AMOUNT.
           MOVE PSX-REF TO GLR-EXC-REF.
           MOVE WS-LOOK-STATUS TO GLR-EXC-STATUS.
           MOVE WS-LOOK-TYPE TO GLR-EXC-TYPE.
           MOVE WS-EXC-REASON TO GLR-EXC-REASON.
           WRITE GLR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H290-END. EXIT.
      *PSTEXTR trailer'ini dogrular: trailer yoksa veya sayim
      *tutmuyorsa dosya kesik/bozuk demektir; beslemeye TRL
      *yazilmadan calisma durur ki asagi akis yuklemeyi reddetsin
       H230-VERIFY-TRAILER.
           IF NOT WS-HAVE-PSX-TRAILER
              DISPLAY 'PSTEXTR HAS NO TRAILER - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-PSX-DET-CNT NOT = WS-PSX-EXP-COUNT) OR
              (WS-PSX-DET-HASH NOT = WS-PSX-EXP-HASH)
              DISPLAY 'PSTEXTR TRAILER MISMATCH - RUN STOPPED'
              DISPLAY 'EXPECTED ' WS-PSX-EXP-COUNT
                      ' ACTUAL ' WS-PSX-DET-CNT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H230-END. EXIT.
      *Kur bazinda yazilan borc ve alacak satirlarinin esitligini
      *denetler
       H500-CHECK-BALANCE.
           PERFORM H510-CHECK-ONE-CURRENCY
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB >
                 (FUNCTION LENGTH (WS-CURRENCY-TABLE-VALUES) / 3).
       H500-END. EXIT.
      *Tek bir kurun borc/alacak esitligini denetler
       H510-CHECK-ONE-CURRENCY.
           IF WS-GLD-TOTAL (WS-SCAN-SUB) NOT =
              WS-GLC-TOTAL (WS-SCAN-SUB)
              MOVE 'Y' TO WS-BALANCE-BAD-SW
              ADD 1 TO WS-OOB-CUR-CNT
              DISPLAY 'GL JOURNAL OUT OF BALANCE FOR CURRENCY '
                      WS-CURRENCY-CODE (WS-SCAN-SUB)
           END-IF.
       H510-END. EXIT.
      *Dengeli beslemeyi satir sayisi ve tutar kontrol toplami
      *tasiyan TRL kaydiyla kapatir; dengesiz beslemeye TRL
      *yazilmaz ki GL yuklemesi onu reddetsin
       H550-WRITE-GL-TRAILER.
           IF WS-BALANCE-BAD
              DISPLAY 'GL JOURNAL OUT OF BALANCE - NO TRAILER WRITTEN'
           ELSE
              MOVE SPACES TO GLJ-TRL-REC
              MOVE 'TRL' TO GLJ-TRL-TYPE
              MOVE WS-GL-WRITE-CNT TO GLJ-TRL-COUNT
              MOVE WS-GL-HASH TO GLJ-TRL-HASH
              WRITE GLJ-TRL-REC
           END-IF.
       H550-END. EXIT.
      *GL hesabi ozetini kur kur basar; her kurun sonunda GL borc/
      *alacak esitligi ve musteri tarafi toplamlarin TRIALBAL
      *hareket toplamlariyla mutabakati basilir
       H600-PRINT-SUMMARY.
           PERFORM H180-PRINT-PAGE-HEADERS.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'GL HESABI' TO GLR-COL-ACCT.
           MOVE '                  BORC' TO GLR-COL-DEBIT.
           MOVE '                ALACAK' TO GLR-COL-CREDIT.
           MOVE ' DURUM' TO GLR-COL-FLAG.
           WRITE GLR-PRINT-REC.
           PERFORM H610-PRINT-ONE-CURRENCY
              VARYING WS-CUR-POS FROM 1 BY 1
              UNTIL WS-CUR-POS >
                 (FUNCTION LENGTH (WS-CURRENCY-TABLE-VALUES) / 3).
       H600-END. EXIT.
      *Tek bir kurun GL hesabi satirlarini ve mutabakat satirlarini
      *basar
       H610-PRINT-ONE-CURRENCY.
           MOVE WS-CURRENCY-CODE (WS-CUR-POS) TO WS-WORK-CUR.
           MOVE SPACES TO GLR-PRINT-REC.
           WRITE GLR-PRINT-REC.
           PERFORM H620-PRINT-GL-LINE
              VARYING WS-GLS-IDX FROM 1 BY 1
              UNTIL WS-GLS-IDX > WS-GLS-CNT.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'GL TOPLAM' TO GLR-SUM-ACCT.
           MOVE WS-WORK-CUR TO GLR-SUM-CUR.
           MOVE WS-GLD-TOTAL (WS-CUR-POS) TO GLR-SUM-DEBIT.
           MOVE WS-GLC-TOTAL (WS-CUR-POS) TO GLR-SUM-CREDIT.
           IF WS-GLD-TOTAL (WS-CUR-POS) = WS-GLC-TOTAL (WS-CUR-POS)
              MOVE 'DENGELI' TO GLR-SUM-FLAG
           ELSE
              MOVE 'DENGESIZ' TO GLR-SUM-FLAG
           END-IF.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'MUSTERI' TO GLR-SUM-ACCT.
           MOVE WS-WORK-CUR TO GLR-SUM-CUR.
           MOVE WS-CUS-DEB (WS-CUR-POS) TO GLR-SUM-DEBIT.
           MOVE WS-CUS-CRD (WS-CUR-POS) TO GLR-SUM-CREDIT.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'MIZAN' TO GLR-SUM-ACCT.
           MOVE WS-WORK-CUR TO GLR-SUM-CUR.
           IF WS-TB-FOUND (WS-CUR-POS)
              MOVE WS-TB-DEB (WS-CUR-POS) TO GLR-SUM-DEBIT
              MOVE WS-TB-CRD (WS-CUR-POS) TO GLR-SUM-CREDIT
              IF WS-TB-DEB (WS-CUR-POS) = WS-CUS-DEB (WS-CUR-POS)
                 AND WS-TB-CRD (WS-CUR-POS) =
                     WS-CUS-CRD (WS-CUR-POS)
                 MOVE 'MUTABIK' TO GLR-SUM-FLAG
              ELSE
                 MOVE 'FARK VAR' TO GLR-SUM-FLAG
                 MOVE 'Y' TO WS-RECON-BAD-SW
              END-IF
           ELSE
              MOVE 'MIZAN YOK' TO GLR-SUM-FLAG
              ADD 1 TO WS-NORECON-CUR-CNT
           END-IF.
           WRITE GLR-PRINT-REC.
           IF WS-TB-FOUND (WS-CUR-POS)
              AND GLR-SUM-FLAG = 'FARK VAR'
              COMPUTE WS-DIFFERENCE =
                 WS-CUS-DEB (WS-CUR-POS) - WS-TB-DEB (WS-CUR-POS)
              MOVE SPACES TO GLR-PRINT-REC
              MOVE 'FARK' TO GLR-SUM-ACCT
              MOVE WS-WORK-CUR TO GLR-SUM-CUR
              MOVE WS-DIFFERENCE TO GLR-SUM-DEBIT
              COMPUTE WS-DIFFERENCE =
                 WS-CUS-CRD (WS-CUR-POS) - WS-TB-CRD (WS-CUR-POS)
              MOVE WS-DIFFERENCE TO GLR-SUM-CREDIT
              WRITE GLR-PRINT-REC
           END-IF.
       H610-END. EXIT.
      *Ozet tablosundaki girdi bu kura aitse GL hesabi satirini
      *basar
       H620-PRINT-GL-LINE.
           IF WS-GLS-CUR (WS-GLS-IDX) = WS-WORK-CUR
              IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
                 PERFORM H180-PRINT-PAGE-HEADERS
              END-IF
              MOVE SPACES TO GLR-PRINT-REC
              MOVE WS-GLS-ACCT (WS-GLS-IDX) TO GLR-SUM-ACCT
              MOVE WS-GLS-CUR (WS-GLS-IDX) TO GLR-SUM-CUR
              MOVE WS-GLS-DEBIT (WS-GLS-IDX) TO GLR-SUM-DEBIT
              MOVE WS-GLS-CREDIT (WS-GLS-IDX) TO GLR-SUM-CREDIT
              WRITE GLR-PRINT-REC
              ADD 1 TO WS-LINE-CNT
           END-IF.
       H620-END. EXIT.
      *Rapor sonuna kontrol toplami bolumu ekler
       H400-PRINT-TOTALS.
           MOVE SPACES TO GLR-PRINT-REC.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE '***** CONTROL TOTALS *****' TO GLR-TRL-LABEL.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'PSTEXTR KAYITLARI OKUNAN   :' TO GLR-TRL-LABEL.
           MOVE WS-PSX-READ-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'YEVMIYE KAYDI YAZILAN      :' TO GLR-TRL-LABEL.
           MOVE WS-ENTRY-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'YEVMIYE SATIRI YAZILAN     :' TO GLR-TRL-LABEL.
           MOVE WS-GL-WRITE-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'ASKI HESABINA YAZILAN      :' TO GLR-TRL-LABEL.
           MOVE WS-SUSPENSE-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE ' - HESABI BULUNAMAYAN      :' TO GLR-TRL-LABEL.
           MOVE WS-NOACCT-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'YEVMIYEYE ALINAMAYAN       :' TO GLR-TRL-LABEL.
           MOVE WS-UNMAPPED-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'TANINMAYAN KURLU KAYIT     :' TO GLR-TRL-LABEL.
           MOVE WS-BADCUR-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'DENGESIZ KUR SAYISI        :' TO GLR-TRL-LABEL.
           MOVE WS-OOB-CUR-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'MIZANI BULUNMAYAN KUR      :' TO GLR-TRL-LABEL.
           MOVE WS-NORECON-CUR-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
           MOVE SPACES TO GLR-PRINT-REC.
           MOVE 'BASKA TARIHLI MIZAN SATIRI :' TO GLR-TRL-LABEL.
           MOVE WS-TB-OLD-CNT TO GLR-TRL-VALUE.
           WRITE GLR-PRINT-REC.
       H400-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 PSX-REC
                 GLJ-REC
                 GLR-RPT.
       H300-END. EXIT.
      *Program Sonu - dengesiz besleme, yevmiyeye alinamayan
      *hareket veya TRIALBAL farki 8; aski hesabi kullanimi veya
      *mutabakatin yapilamamasi 4 donus kodu verir
       H999-PROGRAM-EXIT.
           IF RETURN-CODE = ZERO
              IF WS-BALANCE-BAD OR WS-RECON-BAD
                 OR WS-UNMAPPED-CNT > ZERO OR WS-BADCUR-CNT > ZERO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-SUSPENSE-CNT > ZERO
                    OR WS-NORECON-CUR-CNT > ZERO OR WS-GLS-FULL
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
