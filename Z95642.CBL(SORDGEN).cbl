       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SORDGEN.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Gunluk duzenli odeme uretimi: POSTTRN'den once kosulur. Once
      *bir onceki POSTTRN calismasinin defteri (PSTJRNL) okunarak
      *dunku talimat kartlarinin akibeti talimatlara islenir; sonra
      *talimat dosyasi bastan sona taranir, vadesi gelen talimatlar
      *ve tekrar denenecek talimatlar icin PSTREC duzeninde virman
      *('T') kartlari uretilir. Uretilen kartlar gunun PSTREC
      *destesinin onune eklenir.
      *DYNAMIC erisim: defter satirindaki referanstan talimata
      *rasgele, uretim gecisinde ise SO-NO sirasiyla sirali erisilir.
           SELECT SO-REC     ASSIGN TO    SORDMST
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       SO-NO
                             STATUS       SO-ST.
      *Bir onceki POSTTRN calismasinin uygulama/red defteri (giris)
           SELECT JRN-REC    ASSIGN TO    PSTJRNL
                             STATUS       JRN-ST.
      *Is tarihini ve tekrar gun sayisini tasiyan kontrol karti
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
      *Son uretim is tarihinin tutuldugu kontrol dosyasi; ayni is
      *tarihi icin ikinci calisma buradan yakalanip reddedilir
           SELECT SCT-REC    ASSIGN TO    SORDCTL
                             ORGANIZATION SEQUENTIAL
                             STATUS       SCT-ST.
      *Uretilen talimat kartlari - PSTREC duzeninde
           SELECT SOC-REC    ASSIGN TO    SORDPST
                             STATUS       SOC-ST.
      *Musteri bazinda basarisiz ve askiya alinan talimat raporu
           SELECT SOR-RPT    ASSIGN TO    SORDRPT
                             STATUS       SOR-ST.
      *Rapor satirlarinin musteri sirasina dizildigi SORT calisma
      *dosyasi
           SELECT SRT-FILE   ASSIGN TO    SRTWRK.
       DATA DIVISION.
       FILE SECTION.
      *SORDMST duzeni SORDMNT'deki SO-FIELDS ile aynidir
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
           05 SO-STATUS       PIC X(01).
              88 SO-ACTIVE       VALUE 'A'.
              88 SO-SUSPENDED    VALUE 'S'.
              88 SO-CANCELLED    VALUE 'C'.
              88 SO-ENDED        VALUE 'E'.
           05 SO-RETRY-CNT    PIC 9(02).
           05 SO-RETRY-SW     PIC X(01).
              88 SO-RETRY-PENDING VALUE 'Y'.
           05 SO-GEN-SEQ      PIC 9(04).
           05 SO-LAST-REF     PIC X(10).
           05 SO-LAST-GEN-DATE PIC X(08).
           05 SO-LAST-RESULT  PIC X(10).
           05 SO-ADD-DATE     PIC X(08).
           05 FILLER          PIC X(10).
      *PSTJRNL Degiskenleri - duzen POSTTRN'deki JRN-PRINT-REC ile
      *ayni; yalniz referans ve nedeni tasiyan kolonlar okunur. Red
      *satirinda neden alani harfle, uygulanan hareket satirinda
      *onceki bakiye kolonuyla (bosluk/rakam/eksi) baslar.
       FD  JRN-REC     RECORDING MODE F.
       01  JRN-PRINT-REC         PIC X(80).
       01  JRN-REJECT-REC REDEFINES JRN-PRINT-REC.
           05 JRN-REJ-ID     PIC X(05).
           05 JRN-REJ-CUR    PIC X(03).
           05 JRN-REJ-DC     PIC X(01).
           05 JRN-REJ-REF.
              10 JRN-REF-PREFIX PIC X(01).
              10 JRN-REF-SO-NO  PIC X(05).
              10 JRN-REF-SEQ    PIC X(04).
           05 JRN-REJ-REASON PIC X(10).
           05 FILLER         PIC X(51).
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile
      *ayni; 18-19 kolonlardaki tekrar gun sayisini yalniz bu program
      *okur, diger programlar o kolonlari FILLER olarak gecer
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 FILLER         PIC X(08).
           05 CTL-SO-RETRY   PIC X(02).
           05 FILLER         PIC X(61).
      *SORDCTL Degiskenleri - son uretim is tarihi (YYYYAAGG)
       FD  SCT-REC     RECORDING MODE F.
       01  SCT-FIELDS.
           05 SCT-LAST-DATE  PIC X(08).
      *SORDPST Degiskenleri - duzen POSTTRN'deki PST-FIELDS ile ayni
       FD  SOC-REC     RECORDING MODE F.
       01  SOC-FIELDS.
           05 SOC-ID         PIC X(05).
           05 SOC-CUR        PIC X(03).
           05 SOC-DC         PIC X(01).
           05 SOC-AMOUNT     PIC X(15).
           05 SOC-VALDATE    PIC X(08).
           05 SOC-REF        PIC X(10).
           05 SOC-TGT-ID     PIC X(05).
           05 SOC-TGT-CUR    PIC X(03).
      *SORDRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *musteri kirilimi, detay ve toplam satirlari icin REDEFINES
      *ile ayri goruntulenir.
       FD  SOR-RPT     RECORDING MODE F.
       01  SOR-PRINT-REC         PIC X(80).
       01  SOR-DETAIL-REC REDEFINES SOR-PRINT-REC.
           05 SOR-SO-NO      PIC X(05).
           05 FILLER         PIC X(01).
           05 SOR-DEB-KEY    PIC X(08).
           05 FILLER         PIC X(01).
           05 SOR-TGT-KEY    PIC X(08).
           05 FILLER         PIC X(01).
           05 SOR-AMOUNT     PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 SOR-REF        PIC X(10).
           05 FILLER         PIC X(01).
           05 SOR-REASON     PIC X(10).
           05 FILLER         PIC X(01).
           05 SOR-ACTION     PIC X(15).
       01  SOR-CUST-REC REDEFINES SOR-PRINT-REC.
           05 SOR-CUST-LABEL PIC X(09).
           05 SOR-CUST-NO    PIC X(05).
           05 FILLER         PIC X(66).
       01  SOR-TRAILER-REC REDEFINES SOR-PRINT-REC.
           05 SOR-TRL-LABEL  PIC X(35).
           05 SOR-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
       01  SOR-HEADING-REC REDEFINES SOR-PRINT-REC.
           05 SOR-HDR-PROGRAM     PIC X(25).
           05 SOR-HDR-DATE-LABEL  PIC X(06).
           05 SOR-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 SOR-HDR-PAGE-LABEL  PIC X(06).
           05 SOR-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  SOR-COLHDR-REC REDEFINES SOR-PRINT-REC.
           05 SOR-COL-SO-NO   PIC X(06).
           05 SOR-COL-DEB     PIC X(09).
           05 SOR-COL-TGT     PIC X(09).
           05 SOR-COL-AMOUNT  PIC X(19).
           05 SOR-COL-REF     PIC X(11).
           05 SOR-COL-REASON  PIC X(11).
           05 SOR-COL-ACTION  PIC X(15).
      *SORT calisma kaydi - raporlanacak talimat olayi; musteri ve
      *talimat no metin oldugundan metin sirasi yeterlidir
       SD  SRT-FILE.
       01  SRT-FIELDS.
           05 SRT-KEY.
              10 SRT-CUST-NO PIC X(05).
              10 SRT-SO-NO   PIC X(05).
           05 SRT-DEB-KEY    PIC X(08).
           05 SRT-TGT-KEY    PIC X(08).
           05 SRT-AMOUNT     PIC S9(11)V99 COMP-3.
           05 SRT-REF        PIC X(10).
           05 SRT-REASON     PIC X(10).
           05 SRT-ACTION     PIC X(15).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SO-ST       PIC 9(02).
              88 SO-EOF       VALUE 10.
              88 SO-SUCCESS   VALUE 00
                                    97.
           05 JRN-ST      PIC 9(02).
              88 JRN-EOF      VALUE 10.
              88 JRN-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 SCT-ST      PIC 9(02).
              88 SCT-EOF      VALUE 10.
              88 SCT-SUCCESS  VALUE 00
                                    97.
           05 SOC-ST      PIC 9(02).
              88 SOC-SUCCESS  VALUE 00
                                    97.
           05 SOR-ST      PIC 9(02).
              88 SOR-SUCCESS  VALUE 00
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
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC    PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY    PIC X(02).
              10 WS-RUN-YMD-MM    PIC X(02).
              10 WS-RUN-YMD-DD    PIC X(02).
           05 WS-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
           05 WS-LINE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-LINES-PER-PAGE PIC 9(03) COMP VALUE 050.
      *Kontrol degiskenleri - is tarihi CTLCARD'dan, yoksa makine
      *tarihinden alinir. Yetersiz bakiye/limit asimi reddinden sonra
      *talimat sonraki gunlerde bu kadar kez tekrar denenir, hala
      *odenemiyorsa askiya alinir; kart yoksa 3 gun kullanilir.
       01  WS-CONTROL-AREA.
           05 WS-BUS-DATE         PIC X(08) VALUE SPACES.
           05 WS-RETRY-DAYS       PIC 9(02) VALUE 03.
           05 WS-SCT-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-SCT-FILE-OPEN    VALUE 'Y'.
           05 WS-SCT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-HAVE-LAST-DATE   VALUE 'Y'.
           05 WS-JRN-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-JRN-FILE-OPEN    VALUE 'Y'.
      *Uretim degiskenleri - uretilen kartin referansi 'S' + talimat
      *no + dort haneli sira no'dur; sira 9999'dan sonra 1'e doner
       01  WS-GENERATE-AREA.
           05 WS-GEN-REF.
              10 WS-GEN-REF-PREFIX PIC X(01) VALUE 'S'.
              10 WS-GEN-REF-SO-NO  PIC X(05).
              10 WS-GEN-REF-SEQ    PIC 9(04).
           05 WS-MOV-AMOUNT-TXT   PIC 9(11).99.
           05 WS-DUE-SW           PIC X(01) VALUE 'N'.
              88 WS-ORDER-DUE        VALUE 'Y'.
           05 WS-REWRITE-SW       PIC X(01) VALUE 'N'.
              88 WS-ORDER-CHANGED    VALUE 'Y'.
           05 WS-RPT-REASON       PIC X(10) VALUE SPACES.
           05 WS-RPT-ACTION       PIC X(15) VALUE SPACES.
           05 WS-RETRY-DISP       PIC Z9.
      *Vade ileri alma degiskenleri - gunluk/haftalik siklikta gun
      *sayisi uzerinden, aylik/ceyreklik/yillik siklikta ay sayisi
      *uzerinden ilerlenir (ACCTDORM'daki kesim donemi gibi); odeme
      *gunu kisa ayda ay sonuna cekilir
       01  WS-ROLL-AREA.
           05 WS-DUE-DATE-X       PIC X(08) VALUE SPACES.
           05 WS-DUE-DATE REDEFINES WS-DUE-DATE-X.
              10 WS-DUE-YYYY      PIC 9(04).
              10 WS-DUE-MM        PIC 9(02).
              10 WS-DUE-DD        PIC 9(02).
           05 WS-DUE-NUM REDEFINES WS-DUE-DATE-X
                                  PIC 9(08).
           05 WS-WORK-DATE-X      PIC X(08) VALUE SPACES.
           05 WS-WORK-DATE REDEFINES WS-WORK-DATE-X.
              10 WS-WORK-YYYY     PIC 9(04).
              10 WS-WORK-MM       PIC 9(02).
              10 WS-WORK-DD       PIC 9(02).
           05 WS-WORK-NUM REDEFINES WS-WORK-DATE-X
                                  PIC 9(08).
           05 WS-DAY-NUM          PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-TOTAL-MONTHS     PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-ADD-MONTHS       PIC 9(02) COMP-3 VALUE ZERO.
           05 WS-ADD-DAYS         PIC 9(02) COMP-3 VALUE ZERO.
           05 WS-MONTH-END-DD     PIC 9(02) VALUE ZERO.
           05 WS-USE-DAY          PIC 9(02) VALUE ZERO.
      *Rapor cikis yordami degiskenleri
       01  WS-REPORT-AREA.
           05 WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF          VALUE 'Y'.
           05 WS-PREV-CUST-NO     PIC X(05) VALUE HIGH-VALUES.
      *Islem sayaclari
       01  WS-SORD-COUNTS.
           05 WS-JRN-READ-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-JRN-MATCH-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-POSTED-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RETRY-SET-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SUSPEND-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-FAILED-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SO-READ-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-DUE-GEN-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RETRY-GEN-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SUPERSEDED-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-ENDED-CNT        PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-BAD-DUE-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-HELD-LIST-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RPT-LINE-CNT     PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu - defter ve talimat gecisleri SORT giris yordami
      *icinde yapilir, raporlanacak olaylar RELEASE edilir; cikis
      *yordami raporu musteri kirilimiyla basar
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H060-CHECK-RUN-DATE.
           PERFORM H100-OPEN-FILES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS H150-PROCESS-ORDERS
              OUTPUT PROCEDURE IS H500-PRINT-REPORT.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H600-UPDATE-RUN-DATE.
           PERFORM H999-PROGRAM-EXIT.
      *Is tarihi ve tekrar gun sayisi kontrol kartini okur; kart yoksa
      *veya alanlar bos/bozuksa makine tarihi ve 3 gun kullanilir
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
              IF CTL-ST = 0
                 IF CTL-BUS-DATE NOT = SPACES
                    MOVE CTL-BUS-DATE TO WS-BUS-DATE
                 END-IF
                 IF (CTL-SO-RETRY NUMERIC) AND
                    (CTL-SO-RETRY NOT = ZERO)
                    MOVE CTL-SO-RETRY TO WS-RETRY-DAYS
                 END-IF
              END-IF
              CLOSE CTL-REC
           END-IF.
       H050-END. EXIT.
      *SORDCTL'deki son uretim tarihini okur; bu is tarihi icin
      *kartlar zaten uretilmisse calisma talimatlara dokunmadan
      *reddedilir. Dosya henuz yoksa (ilk calisma) ACCRCTL'deki gibi
      *OUTPUT ile yaratilir ve devam edilir.
       H060-CHECK-RUN-DATE.
           OPEN I-O SCT-REC.
           IF SCT-ST = 0 OR SCT-ST = 97
              MOVE 'Y' TO WS-SCT-OPEN-SW
              READ SCT-REC
              IF SCT-ST = 0
                 MOVE 'Y' TO WS-SCT-FOUND-SW
                 IF SCT-LAST-DATE = WS-BUS-DATE
                    DISPLAY 'STANDING ORDERS ALREADY GENERATED FOR '
                            WS-BUS-DATE ' - RUN REFUSED'
                    CLOSE SCT-REC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           ELSE
              DISPLAY 'NO STANDING ORDER CONTROL FOUND, FIRST RUN'
              OPEN OUTPUT SCT-REC
              IF SCT-ST = 0 OR SCT-ST = 97
                 MOVE 'Y' TO WS-SCT-OPEN-SW
              ELSE
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' SCT-ST
                 MOVE SCT-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H060-END. EXIT.
      *Dosya acilamama ve okunamama durumu. Defter bulunamazsa
      *(POSTTRN henuz hic kosulmadiysa) akibet gecisi atlanir.
       H100-OPEN-FILES.
           OPEN I-O SO-REC.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SOC-REC.
           IF (SOC-ST NOT = 0) AND (SOC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' SOC-ST
              MOVE SOC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SOR-RPT.
           IF (SOR-ST NOT = 0) AND (SOR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' SOR-ST
              MOVE SOR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT JRN-REC.
           IF JRN-ST = 0 OR JRN-ST = 97
              MOVE 'Y' TO WS-JRN-OPEN-SW
              READ JRN-REC
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                                  AND (JRN-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ5 FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              DISPLAY 'NO POSTING JOURNAL FOUND, RESULTS NOT APPLIED'
              MOVE 10 TO JRN-ST
           END-IF.
       H100-END. EXIT.
      *SORT giris yordami: once defterden dunku kartlarin akibeti
      *islenir, sonra talimatlar taranip gunun kartlari uretilir
       H150-PROCESS-ORDERS.
           PERFORM H200-APPLY-JOURNAL-LINE UNTIL JRN-EOF.
           MOVE LOW-VALUES TO SO-NO.
           INITIALIZE INVALID-KEY.
           START SO-REC KEY IS NOT LESS THAN SO-NO
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
              MOVE 10 TO SO-ST
           ELSE
              PERFORM H290-READ-NEXT-ORDER
           END-IF.
           PERFORM H295-PROCESS-ORDER UNTIL SO-EOF.
       H150-END. EXIT.
      *Tek bir defter satirini isler ve sonrakini okur. Referansi
      *talimat kartina ait olan satir, talimattaki son referansla
      *tutuyor ve akibet henuz islenmemisse degerlendirilir; boylece
      *virmanin iki bacak satiri veya ayni defterin ikinci okunmasi
      *talimati iki kez etkilemez.
       H200-APPLY-JOURNAL-LINE.
           ADD 1 TO WS-JRN-READ-CNT.
           IF (JRN-REF-PREFIX = 'S') AND (JRN-REF-SEQ NUMERIC)
              MOVE JRN-REF-SO-NO TO SO-NO
              READ SO-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVALID-KEY = 'Y'
                 INITIALIZE INVALID-KEY
              ELSE
                 IF (SO-LAST-REF = JRN-REJ-REF) AND
                    (SO-LAST-RESULT = SPACES)
                    ADD 1 TO WS-JRN-MATCH-CNT
                    PERFORM H210-APPLY-RESULT
                 END-IF
              END-IF
           END-IF.
           READ JRN-REC.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                               AND (JRN-ST NOT = 10)
              DISPLAY 'UNABLE TO READ6 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Kartin akibetini talimata isler. Hareket satiri ve kesintiden
      *kurtarilan kart uygulanmis sayilir. Yetersiz bakiye ve limit
      *asimi reddi tekrar gun sayisina kadar ertesi gun yeniden
      *denenir, sonra talimat askiya alinir; diger redler tekrar
      *edilmez, raporlanir ve talimat sonraki vadesini bekler.
       H210-APPLY-RESULT.
           IF (JRN-REJ-REASON (1:1) = SPACE) OR
              (JRN-REJ-REASON (1:1) NOT ALPHABETIC) OR
              (JRN-REJ-REASON = 'KURTARILDI')
              ADD 1 TO WS-POSTED-CNT
              MOVE 'POSTED' TO SO-LAST-RESULT
              MOVE ZERO TO SO-RETRY-CNT
              MOVE 'N' TO SO-RETRY-SW
           ELSE
              MOVE JRN-REJ-REASON TO SO-LAST-RESULT
              MOVE JRN-REJ-REASON TO WS-RPT-REASON
              IF (JRN-REJ-REASON = 'INSUF FUND') OR
                 (JRN-REJ-REASON = 'OVER LIMIT')
                 ADD 1 TO SO-RETRY-CNT
                 IF SO-RETRY-CNT > WS-RETRY-DAYS
                    ADD 1 TO WS-SUSPEND-CNT
                    MOVE 'S' TO SO-STATUS
                    MOVE 'N' TO SO-RETRY-SW
                    MOVE 'ASKIYA ALINDI' TO WS-RPT-ACTION
                 ELSE
                    ADD 1 TO WS-RETRY-SET-CNT
                    MOVE 'Y' TO SO-RETRY-SW
                    MOVE SO-RETRY-CNT TO WS-RETRY-DISP
                    MOVE SPACES TO WS-RPT-ACTION
                    STRING 'TEKRAR ' WS-RETRY-DISP '/'
                           WS-RETRY-DAYS
                       DELIMITED BY SIZE INTO WS-RPT-ACTION
                 END-IF
              ELSE
                 ADD 1 TO WS-FAILED-CNT
                 MOVE ZERO TO SO-RETRY-CNT
                 MOVE 'N' TO SO-RETRY-SW
                 MOVE 'BASARISIZ' TO WS-RPT-ACTION
              END-IF
              MOVE JRN-REJ-REF TO SRT-REF
              PERFORM H280-RELEASE-EVENT
           END-IF.
           PERFORM H285-REWRITE-ORDER.
       H210-END. EXIT.
      *Tek bir talimati degerlendirir ve sonrakini okur. Vadesi
      *gelen talimat icin kart uretilir ve vade is tarihinin
      *ilerisine alinir; bekleyen tekrar, yeni vadenin karti
      *uretildiginde geri cekilir ve basarisiz raporlanir. Vade
      *gelmemis ama tekrari bekleyen talimat icin ayni tutarla yeni
      *kart uretilir. Bitis tarihi gecmis ve son kartinin akibeti
      *belli olan talimat suresi doldu durumuna cekilir. Askidaki
      *talimatlar her gun raporda listelenir.
       H295-PROCESS-ORDER.
           ADD 1 TO WS-SO-READ-CNT.
           MOVE 'N' TO WS-REWRITE-SW.
           IF SO-SUSPENDED
              PERFORM H370-LIST-SUSPENDED
           END-IF.
           IF SO-ACTIVE
              PERFORM H310-CHECK-DUE
              IF WS-ORDER-DUE
                 IF SO-RETRY-PENDING
                    ADD 1 TO WS-SUPERSEDED-CNT
                    MOVE SO-LAST-RESULT TO WS-RPT-REASON
                    MOVE 'YENI VADE' TO WS-RPT-ACTION
                    MOVE SO-LAST-REF TO SRT-REF
                    PERFORM H280-RELEASE-EVENT
                    MOVE 'N' TO SO-RETRY-SW
                    MOVE ZERO TO SO-RETRY-CNT
                 END-IF
                 ADD 1 TO WS-DUE-GEN-CNT
                 PERFORM H350-WRITE-CARD
                 PERFORM H380-ROLL-DUE-DATE
                    UNTIL SO-NEXT-DUE > WS-BUS-DATE
              ELSE
                 IF SO-RETRY-PENDING
                    ADD 1 TO WS-RETRY-GEN-CNT
                    MOVE 'N' TO SO-RETRY-SW
                    PERFORM H350-WRITE-CARD
                 END-IF
              END-IF
              PERFORM H320-CHECK-ENDED
           END-IF.
           IF WS-ORDER-CHANGED
              PERFORM H285-REWRITE-ORDER
           END-IF.
           PERFORM H290-READ-NEXT-ORDER.
       H295-END. EXIT.
      *Vadenin gelip gelmedigine bakar: vade is tarihine esit veya
      *gerideyse ve bitis tarihini asmiyorsa talimat vadesindedir.
      *Cozulemeyen vade tarihi kart uretmez, raporlanir.
       H310-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE-X.
           IF (WS-DUE-DATE-X NOT NUMERIC) OR
              (FUNCTION INTEGER-OF-DATE (WS-DUE-NUM) = ZERO)
              ADD 1 TO WS-BAD-DUE-CNT
              MOVE 'BAD DATE' TO WS-RPT-REASON
              MOVE 'URETILMEDI' TO WS-RPT-ACTION
              MOVE SPACES TO SRT-REF
              PERFORM H280-RELEASE-EVENT
           ELSE
              IF SO-NEXT-DUE NOT > WS-BUS-DATE
                 IF (SO-END-DATE = SPACES) OR
                    (SO-NEXT-DUE NOT > SO-END-DATE)
                    MOVE 'Y' TO WS-DUE-SW
                 END-IF
              END-IF
           END-IF.
       H310-END. EXIT.
      *Bitis tarihi gecmis, tekrari beklemeyen ve son kartinin
      *akibeti okunmus talimati suresi doldu durumuna ceker
       H320-CHECK-ENDED.
           IF (SO-END-DATE NOT = SPACES) AND
              (SO-NEXT-DUE > SO-END-DATE) AND
              (NOT SO-RETRY-PENDING) AND
              ((SO-LAST-RESULT NOT = SPACES) OR
               (SO-LAST-REF = SPACES))
              ADD 1 TO WS-ENDED-CNT
              MOVE 'E' TO SO-STATUS
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.
       H320-END. EXIT.
      *Talimat icin PSTREC duzeninde virman karti yazar; valor is
      *tarihidir, referans talimatin bir sonraki sira numarasidir
       H350-WRITE-CARD.
           IF SO-GEN-SEQ NOT < 9999
              MOVE 1 TO SO-GEN-SEQ
           ELSE
              ADD 1 TO SO-GEN-SEQ
           END-IF.
           MOVE SO-NO TO WS-GEN-REF-SO-NO.
           MOVE SO-GEN-SEQ TO WS-GEN-REF-SEQ.
           MOVE SPACES TO SOC-FIELDS.
           MOVE SO-DEB-ID TO SOC-ID.
           MOVE SO-DEB-CUR TO SOC-CUR.
           MOVE 'T' TO SOC-DC.
           MOVE SO-AMOUNT TO WS-MOV-AMOUNT-TXT.
           MOVE WS-MOV-AMOUNT-TXT TO SOC-AMOUNT.
           MOVE WS-BUS-DATE TO SOC-VALDATE.
           MOVE WS-GEN-REF TO SOC-REF.
           MOVE SO-TGT-ID TO SOC-TGT-ID.
           MOVE SO-TGT-CUR TO SOC-TGT-CUR.
           WRITE SOC-FIELDS.
           IF (SOC-ST NOT = 0) AND (SOC-ST NOT = 97)
              DISPLAY 'UNABLE TO WRITE7 FILE: ' SOC-ST
              MOVE SOC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-GEN-REF TO SO-LAST-REF.
           MOVE WS-BUS-DATE TO SO-LAST-GEN-DATE.
           MOVE SPACES TO SO-LAST-RESULT.
           MOVE 'Y' TO WS-REWRITE-SW.
       H350-END. EXIT.
      *Askidaki talimati raporda listeler
       H370-LIST-SUSPENDED.
           ADD 1 TO WS-HELD-LIST-CNT.
           MOVE SO-LAST-RESULT TO WS-RPT-REASON.
           MOVE 'ASKIDA' TO WS-RPT-ACTION.
           MOVE SO-LAST-REF TO SRT-REF.
           PERFORM H280-RELEASE-EVENT.
       H370-END. EXIT.
      *Vadeyi sikliga gore bir adim ileri alir. Gunluk ve haftalik
      *siklikta gun sayisina, diger sikliklarda ay sayisina eklenir;
      *ay sonunu asan odeme gunu o ayin son gunune cekilir.
       H380-ROLL-DUE-DATE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE-X.
           IF SO-DAILY OR SO-WEEKLY
              IF SO-DAILY
                 MOVE 1 TO WS-ADD-DAYS
              ELSE
                 MOVE 7 TO WS-ADD-DAYS
              END-IF
              COMPUTE WS-DAY-NUM =
                 FUNCTION INTEGER-OF-DATE (WS-DUE-NUM) + WS-ADD-DAYS
              COMPUTE WS-DUE-NUM =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-NUM)
           ELSE
              IF SO-MONTHLY
                 MOVE 1 TO WS-ADD-MONTHS
              ELSE
                 IF SO-QUARTERLY
                    MOVE 3 TO WS-ADD-MONTHS
                 ELSE
                    MOVE 12 TO WS-ADD-MONTHS
                 END-IF
              END-IF
              MOVE SO-DUE-DAY TO WS-USE-DAY
              IF WS-USE-DAY = ZERO
                 MOVE WS-DUE-DD TO WS-USE-DAY
              END-IF
              COMPUTE WS-TOTAL-MONTHS =
                 (WS-DUE-YYYY * 12) + WS-DUE-MM - 1 + WS-ADD-MONTHS
              COMPUTE WS-DUE-YYYY = WS-TOTAL-MONTHS / 12
              COMPUTE WS-DUE-MM =
                 WS-TOTAL-MONTHS - (WS-DUE-YYYY * 12) + 1
              PERFORM H385-FIND-MONTH-END
              IF WS-USE-DAY > WS-MONTH-END-DD
                 MOVE WS-MONTH-END-DD TO WS-DUE-DD
              ELSE
                 MOVE WS-USE-DAY TO WS-DUE-DD
              END-IF
           END-IF.
           MOVE WS-DUE-DATE-X TO SO-NEXT-DUE.
           MOVE 'Y' TO WS-REWRITE-SW.
       H380-END. EXIT.
      *Vade ayinin son gununu bulur: sonraki ayin biri bir gun geri
       H385-FIND-MONTH-END.
           COMPUTE WS-TOTAL-MONTHS =
              (WS-DUE-YYYY * 12) + WS-DUE-MM.
           COMPUTE WS-WORK-YYYY = WS-TOTAL-MONTHS / 12.
           COMPUTE WS-WORK-MM =
              WS-TOTAL-MONTHS - (WS-WORK-YYYY * 12) + 1.
           MOVE 1 TO WS-WORK-DD.
           COMPUTE WS-DAY-NUM =
              FUNCTION INTEGER-OF-DATE (WS-WORK-NUM) - 1.
           COMPUTE WS-WORK-NUM =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           MOVE WS-WORK-DD TO WS-MONTH-END-DD.
       H385-END. EXIT.
      *Raporlanacak talimat olayini SORT'a verir; referans
      *cagiran tarafindan SRT-REF'e konmustur
       H280-RELEASE-EVENT.
           MOVE SO-CUST-NO TO SRT-CUST-NO.
           MOVE SO-NO TO SRT-SO-NO.
           MOVE SO-DEB-KEY TO SRT-DEB-KEY.
           MOVE SO-TGT-KEY TO SRT-TGT-KEY.
           MOVE SO-AMOUNT TO SRT-AMOUNT.
           MOVE WS-RPT-REASON TO SRT-REASON.
           MOVE WS-RPT-ACTION TO SRT-ACTION.
           RELEASE SRT-FIELDS.
           MOVE SPACES TO WS-RPT-REASON.
           MOVE SPACES TO WS-RPT-ACTION.
       H280-END. EXIT.
      *Talimati geri yazar
       H285-REWRITE-ORDER.
           REWRITE SO-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           IF (INVALID-KEY = 'Y') OR
              ((SO-ST NOT = 0) AND (SO-ST NOT = 97))
              DISPLAY 'UNABLE TO REWRITE8 FILE: ' SO-ST ' ' SO-NO
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H285-END. EXIT.
      *Talimat dosyasindan sirali bir kayit okur
       H290-READ-NEXT-ORDER.
           READ SO-REC NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
                              AND (SO-ST NOT = 10)
              DISPLAY 'UNABLE TO READ9 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H290-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           INITIALIZE SOR-HEADING-REC.
           MOVE 'SORDGEN FAILED ORDERS' TO SOR-HDR-PROGRAM.
           MOVE 'DATE: ' TO SOR-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO SOR-HDR-DATE.
           MOVE 'PAGE: ' TO SOR-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO SOR-HDR-PAGE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-COLHDR-REC.
           MOVE 'TALMT' TO SOR-COL-SO-NO.
           MOVE 'BORC HSP' TO SOR-COL-DEB.
           MOVE 'HEDEF' TO SOR-COL-TGT.
           MOVE 'TUTAR' TO SOR-COL-AMOUNT.
           MOVE 'REF' TO SOR-COL-REF.
           MOVE 'NEDEN' TO SOR-COL-REASON.
           MOVE 'ISLEM' TO SOR-COL-ACTION.
           WRITE SOR-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *SORT cikis yordami: olaylari musteri sirasiyla alir, her
      *musteri icin bir kirilim satiri ve talimat satirlarini basar
       H500-PRINT-REPORT.
           PERFORM H180-PRINT-PAGE-HEADERS.
           PERFORM H510-RETURN-EVENT.
           PERFORM H520-PRINT-EVENT UNTIL WS-SRT-EOF.
       H500-END. EXIT.
      *Siradaki olayi SORT'tan alir
       H510-RETURN-EVENT.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H510-END. EXIT.
      *Tek bir olay satirini basar; musteri degistiginde kirilim
      *satiri basilir
       H520-PRINT-EVENT.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           IF SRT-CUST-NO NOT = WS-PREV-CUST-NO
              MOVE SPACES TO SOR-PRINT-REC
              WRITE SOR-PRINT-REC
              INITIALIZE SOR-CUST-REC
              MOVE 'MUSTERI: ' TO SOR-CUST-LABEL
              MOVE SRT-CUST-NO TO SOR-CUST-NO
              WRITE SOR-PRINT-REC
              ADD 2 TO WS-LINE-CNT
              MOVE SRT-CUST-NO TO WS-PREV-CUST-NO
           END-IF.
           INITIALIZE SOR-DETAIL-REC.
           MOVE SRT-SO-NO TO SOR-SO-NO.
           MOVE SRT-DEB-KEY TO SOR-DEB-KEY.
           MOVE SRT-TGT-KEY TO SOR-TGT-KEY.
           MOVE SRT-AMOUNT TO SOR-AMOUNT.
           MOVE SRT-REF TO SOR-REF.
           MOVE SRT-REASON TO SOR-REASON.
           MOVE SRT-ACTION TO SOR-ACTION.
           WRITE SOR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-RPT-LINE-CNT.
           PERFORM H510-RETURN-EVENT.
       H520-END. EXIT.
      *Rapor sonuna kontrol toplami bolumu ekler
       H400-PRINT-TOTALS.
           INITIALIZE SOR-TRAILER-REC.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE '***** CONTROL TOTALS *****' TO SOR-TRL-LABEL.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'PSTJRNL SATIRLARI OKUNAN   :' TO SOR-TRL-LABEL.
           MOVE WS-JRN-READ-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'AKIBETI ISLENEN KART       :' TO SOR-TRL-LABEL.
           MOVE WS-JRN-MATCH-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'UYGULANAN KART             :' TO SOR-TRL-LABEL.
           MOVE WS-POSTED-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'TEKRARA ALINAN TALIMAT     :' TO SOR-TRL-LABEL.
           MOVE WS-RETRY-SET-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'ASKIYA ALINAN TALIMAT      :' TO SOR-TRL-LABEL.
           MOVE WS-SUSPEND-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'BASARISIZ TALIMAT          :' TO SOR-TRL-LABEL.
           MOVE WS-FAILED-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'SORDMST KAYITLARI OKUNAN   :' TO SOR-TRL-LABEL.
           MOVE WS-SO-READ-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'VADE KARTI URETILEN        :' TO SOR-TRL-LABEL.
           MOVE WS-DUE-GEN-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'TEKRAR KARTI URETILEN      :' TO SOR-TRL-LABEL.
           MOVE WS-RETRY-GEN-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'YENI VADEYLE DUSEN TEKRAR  :' TO SOR-TRL-LABEL.
           MOVE WS-SUPERSEDED-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'SURESI DOLAN TALIMAT       :' TO SOR-TRL-LABEL.
           MOVE WS-ENDED-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'HATALI VADELI TALIMAT      :' TO SOR-TRL-LABEL.
           MOVE WS-BAD-DUE-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
           INITIALIZE SOR-TRAILER-REC.
           MOVE 'ASKIDA BEKLEYEN TALIMAT    :' TO SOR-TRL-LABEL.
           MOVE WS-HELD-LIST-CNT TO SOR-TRL-VALUE.
           WRITE SOR-PRINT-REC.
       H400-END. EXIT.
      *Calisma normal bittiginde SORDCTL'ye bu is tarihini yazar;
      *boylece ayni gun icindeki ikinci calisma H060'da reddedilir
       H600-UPDATE-RUN-DATE.
           IF WS-SCT-FILE-OPEN
              MOVE WS-BUS-DATE TO SCT-LAST-DATE
              IF WS-HAVE-LAST-DATE
                 REWRITE SCT-FIELDS
              ELSE
                 WRITE SCT-FIELDS
              END-IF
           END-IF.
       H600-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE SO-REC
                 SOC-REC
                 SOR-RPT
                 SCT-REC.
           IF WS-JRN-FILE-OPEN
              CLOSE JRN-REC
           END-IF.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
