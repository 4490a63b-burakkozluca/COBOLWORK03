       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEECHG.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ay sonu hesap isletim ucreti: ACCT-REC'i ACCT-KEY sirasiyla
      *bastan sona tarar, tarifedeki ucreti kur ve hesap durumuna
      *gore bulup bakiyeden duser; bu yuzden INTACCR gibi SEQUENTIAL
      *erisimle I-O acilir. Alternatif indexler kumenin tanimiyla
      *tutarli kalmasi icin burada da bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       SEQUENTIAL
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Kur ve hesap durumu bazinda ucret tarifesi (giris)
           SELECT FEE-REC    ASSIGN TO    FEESCHD
                             STATUS       FEE-ST.
      *Ucretten muaf tutulan musteri listesi (giris)
           SELECT EXM-REC    ASSIGN TO    FEEEXMP
                             STATUS       EXM-ST.
      *Yetkili kredili mevduat limitleri; duzen POSTTRN ile ayni
           SELECT ODL-REC    ASSIGN TO    ODLIMIT
                             STATUS       ODL-ST.
      *Ucret kayit defteri cikti dosyasi
           SELECT FER-RPT    ASSIGN TO    FEERPT
                             STATUS       FER-ST.
      *Ucreti alinmayan (muaf/atlanan) hesaplarin listesi
           SELECT FEW-RPT    ASSIGN TO    FEEWRPT
                             STATUS       FEW-ST.
      *Gunun uygulanan hareket ekstresi (giris); INTACCR'deki gibi
      *TRL kontrol kaydi dogrulanarak okunur
           SELECT PSI-REC    ASSIGN TO    PSTEXTR
                             STATUS       PSI-ST.
      *Birlesik hareket ekstresi (cikis): gunun hareketleri aynen
      *kopyalanir, ucretler borc hareketi olarak eklenir ve dosya
      *yeni TRL kaydiyla kapatilir. Asagi akista PSTEXTR'nin yerini
      *alir; boylece ekstre ucret kaynakli bakiye degisimini de
      *aciklar.
           SELECT PSX-REC    ASSIGN TO    PSXOUT
                             STATUS       PSX-ST.
      *Son ucret alinan donemin tutuldugu kontrol dosyasi; ayni
      *donem icin ikinci calisma buradan yakalanip reddedilir
           SELECT CTL-REC    ASSIGN TO    FEECTL
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
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
      *FEESCHD Degiskenleri - kur kodu, hesap durumu (O acik, D
      *uykuda), aylik ucret tutari ve muafiyet bakiye esigi. Esik
      *sifir veya bos ise bakiye muafiyeti uygulanmaz. Uykudaki
      *hesabin satiri tarifenin uykuda hesap ucretini tasir.
       FD  FEE-REC     RECORDING MODE F.
       01  FEE-FIELDS.
           05 FEE-CUR        PIC X(03).
           05 FEE-STATUS     PIC X(01).
           05 FEE-AMOUNT     PIC X(12).
           05 FEE-WAIVE-BAL  PIC X(15).
      *FEEEXMP Degiskenleri - muaf musteri numarasi
       FD  EXM-REC     RECORDING MODE F.
       01  EXM-FIELDS.
           05 EXM-CUST-NO    PIC X(05).
      *ODLIMIT Degiskenleri - hesap anahtari ve yetkili limit tutari
       FD  ODL-REC     RECORDING MODE F.
       01  ODL-FIELDS.
           05 ODL-ID         PIC X(05).
           05 ODL-CUR        PIC X(03).
           05 ODL-AMOUNT     PIC X(15).
      *FEERPT Degiskenleri - 80 pozisyonluk genel satir, detay ve
      *toplam satirlari icin REDEFINES ile ayri goruntulenir.
       FD  FER-RPT     RECORDING MODE F.
       01  FER-PRINT-REC         PIC X(80).
       01  FER-DETAIL-REC REDEFINES FER-PRINT-REC.
           05 FER-ID         PIC X(05).
           05 FER-CUR        PIC X(03).
           05 FER-PRIOR      PIC ---,---,---,--9.99.
           05 FER-FEE        PIC ---,---,---,--9.99.
           05 FER-NEW        PIC ---,---,---,--9.99.
           05 FER-FLAG       PIC X(10).
           05 FILLER         PIC X(08).
       01  FER-TOTAL-REC REDEFINES FER-PRINT-REC.
           05 FER-TOT-LABEL  PIC X(30).
           05 FER-TOT-CUR    PIC X(03).
           05 FILLER         PIC X(02).
           05 FER-TOT-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER         PIC X(27).
       01  FER-TRAILER-REC REDEFINES FER-PRINT-REC.
           05 FER-TRL-LABEL  PIC X(35).
           05 FER-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
       01  FER-HEADING-REC REDEFINES FER-PRINT-REC.
           05 FER-HDR-PROGRAM     PIC X(25).
           05 FER-HDR-DATE-LABEL  PIC X(06).
           05 FER-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 FER-HDR-PAGE-LABEL  PIC X(06).
           05 FER-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  FER-COLHDR-REC REDEFINES FER-PRINT-REC.
           05 FER-COL-ID      PIC X(08).
           05 FER-COL-PRIOR   PIC X(18).
           05 FER-COL-FEE     PIC X(18).
           05 FER-COL-NEW     PIC X(18).
           05 FER-COL-FLAG    PIC X(10).
           05 FILLER          PIC X(08).
      *FEEWRPT Degiskenleri - ucreti alinmayan hesap ve nedeni
       FD  FEW-RPT     RECORDING MODE F.
       01  FEW-PRINT-REC         PIC X(80).
       01  FEW-DETAIL-REC REDEFINES FEW-PRINT-REC.
           05 FEW-ID         PIC X(05).
           05 FILLER         PIC X(01).
           05 FEW-CUR        PIC ZZ9.
           05 FILLER         PIC X(01).
           05 FEW-CUST       PIC X(05).
           05 FILLER         PIC X(01).
           05 FEW-STATUS     PIC X(01).
           05 FILLER         PIC X(01).
           05 FEW-BALANCE    PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 FEW-FEE        PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 FEW-REASON     PIC X(15).
           05 FILLER         PIC X(09).
       01  FEW-TRAILER-REC REDEFINES FEW-PRINT-REC.
           05 FEW-TRL-LABEL  PIC X(35).
           05 FEW-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
       01  FEW-HEADING-REC REDEFINES FEW-PRINT-REC.
           05 FEW-HDR-PROGRAM     PIC X(25).
           05 FEW-HDR-DATE-LABEL  PIC X(06).
           05 FEW-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 FEW-HDR-PAGE-LABEL  PIC X(06).
           05 FEW-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
      *PSTEXTR Degiskenleri (giris) - duzen POSTTRN'deki PST-FIELDS
      *ile ayni; HDR/TRL kontrol kayitlari ayri goruntulenir
       FD  PSI-REC     RECORDING MODE F.
       01  PSI-FIELDS        PIC X(42).
       01  PSI-DETAIL-REC.
           05 PSI-ID         PIC X(05).
           05 PSI-CUR        PIC X(03).
           05 PSI-DC         PIC X(01).
           05 PSI-AMOUNT     PIC X(15).
           05 PSI-VALDATE    PIC X(08).
           05 PSI-REF        PIC X(10).
       01  PSI-CTL-REC.
           05 PSI-TYPE       PIC X(03).
           05 PSI-COUNT      PIC 9(07).
           05 PSI-HASH       PIC -9(13).99.
           05 FILLER         PIC X(15).
       01  PSI-HDR-REC.
           05 PSI-HDR-TYPE   PIC X(03).
           05 PSI-HDR-FEED   PIC X(08).
           05 PSI-HDR-DATE   PIC X(08).
           05 PSI-HDR-PROGRAM PIC X(08).
           05 FILLER         PIC X(15).
      *PSXOUT Degiskenleri - duzen POSTTRN'deki PST-FIELDS ile ayni
       FD  PSX-REC     RECORDING MODE F.
       01  PSX-FIELDS.
           05 PSX-ID         PIC X(05).
           05 PSX-CUR        PIC X(03).
           05 PSX-DC         PIC X(01).
           05 PSX-AMOUNT     PIC X(15).
           05 PSX-VALDATE    PIC X(08).
           05 PSX-REF        PIC X(10).
       01  PSX-HDR-REC.
           05 PSX-HDR-TYPE   PIC X(03).
           05 PSX-HDR-FEED   PIC X(08).
           05 PSX-HDR-DATE   PIC X(08).
           05 PSX-HDR-PROGRAM PIC X(08).
           05 FILLER         PIC X(15).
       01  PSX-TRL-REC.
           05 PSX-TRL-TYPE   PIC X(03).
           05 PSX-TRL-COUNT  PIC 9(07).
           05 PSX-TRL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(15).
      *FEECTL Degiskenleri - son ucret alinan donem (YYYYAA)
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-LAST-PERIOD PIC X(06).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-EOF     VALUE 10.
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 FEE-ST      PIC 9(02).
              88 FEE-EOF      VALUE 10.
              88 FEE-SUCCESS  VALUE 00
                                    97.
           05 EXM-ST      PIC 9(02).
              88 EXM-EOF      VALUE 10.
              88 EXM-SUCCESS  VALUE 00
                                    97.
           05 ODL-ST      PIC 9(02).
              88 ODL-EOF      VALUE 10.
              88 ODL-SUCCESS  VALUE 00
                                    97.
           05 FER-ST      PIC 9(02).
              88 FER-SUCCESS  VALUE 00
                                    97.
           05 FEW-ST      PIC 9(02).
              88 FEW-SUCCESS  VALUE 00
                                    97.
           05 PSI-ST      PIC 9(02).
              88 PSI-EOF      VALUE 10.
              88 PSI-SUCCESS  VALUE 00
                                    97.
           05 PSX-ST      PIC 9(02).
              88 PSX-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
      *Rapor basligi ve sayfa kirilim degiskenleri
       01  WS-REPORT-HEADING-AREA.
           05 WS-RUN-DATE.
              10 WS-RUN-YY        PIC 9(02).
              10 WS-RUN-MM        PIC 9(02).
              10 WS-RUN-DD        PIC 9(02).
           05 WS-RUN-DATE-DISP    PIC X(08).
           05 WS-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
           05 WS-LINE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-FEW-PAGE-NO      PIC 9(03) COMP VALUE ZERO.
           05 WS-FEW-LINE-CNT     PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-LINES-PER-PAGE PIC 9(03) COMP VALUE 050.
      *Donem denetimi degiskenleri - calisma tarihinden YYYYAA
      *donemi turetilir ve FEECTL'deki son donemle karsilastirilir
       01  WS-PERIOD-AREA.
           05 WS-CUR-PERIOD.
              10 WS-CUR-PER-CC    PIC X(02) VALUE '20'.
              10 WS-CUR-PER-YY    PIC 9(02).
              10 WS-CUR-PER-MM    PIC 9(02).
           05 WS-CTL-OPEN-SW     PIC X(01) VALUE 'N'.
              88 WS-CTL-FILE-OPEN   VALUE 'Y'.
           05 WS-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-HAVE-LAST-PERIOD VALUE 'Y'.
      *Hareket ekstresine yazilacak ucret degiskenleri; valor tarihi
      *ucret tarihi, referans 'FEES' + donemdir
       01  WS-MOVEMENT-AREA.
           05 WS-FEE-DATE-YMD.
              10 WS-FEE-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-FEE-YMD-YY   PIC X(02).
              10 WS-FEE-YMD-MM   PIC X(02).
              10 WS-FEE-YMD-DD   PIC X(02).
           05 WS-MOV-AMOUNT-TXT  PIC 9(11).99.
           05 WS-MOV-REF         PIC X(10) VALUE SPACES.
      *PSTEXTR kontrol kaydi degiskenleri - giris trailer'i kopya
      *sirasinda dogrulanir, cikis trailer'i kopyalanan detaylar ve
      *ucretler uzerinden yeniden yazilir
       01  WS-PSX-CONTROL-AREA.
           05 WS-PSI-TRAILER-SW  PIC X(01) VALUE 'N'.
              88 WS-HAVE-PSI-TRAILER VALUE 'Y'.
           05 WS-PSI-EXP-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSI-EXP-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSI-COPY-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSI-COPY-HASH   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSI-WORK-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSI-AMOUNT-X    PIC X(15) VALUE SPACES.
           05 WS-PSX-WRITE-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Cikis basligina yazilacak is tarihi: giris basligindan
      *devralinir, giris yoksa ucret tarihi kullanilir
           05 WS-HDR-DATE        PIC X(08) VALUE SPACES.
      *Ucret tarifesi tablosu - FEESCHD dosyasindan yuklenir
       01  WS-FEE-TABLE.
           05 WS-FEE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-FEE-IDX.
              10 WS-FEE-CUR      PIC 9(03).
              10 WS-FEE-STATUS   PIC X(01).
              10 WS-FEE-AMOUNT   PIC S9(09)V99 COMP-3.
              10 WS-FEE-WAIVE-BAL PIC S9(11)V99 COMP-3.
      *Kur bazinda ucret ara toplamlari - tarife kurlarindan kurulur;
      *dosya ACCT-KEY sirasinda oldugu icin kur kirilimiyla degil bu
      *tablo uzerinden biriktirilir
       01  WS-CUR-TOTAL-TABLE.
           05 WS-CTOT-CNT        PIC 9(02) COMP VALUE ZERO.
           05 WS-CTOT-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-CTOT-IDX.
              10 WS-CTOT-CUR     PIC 9(03).
              10 WS-CTOT-CHG-CNT PIC 9(07) COMP-3.
              10 WS-CTOT-AMOUNT  PIC S9(11)V99 COMP-3.
              10 WS-CTOT-WAIVE-CNT PIC 9(07) COMP-3.
      *Muaf musteri tablosu - FEEEXMP dosyasindan yuklenir
       01  WS-EXM-TABLE.
           05 WS-EXM-CNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-EXM-FULL-SW     PIC X(01) VALUE 'N'.
              88 WS-EXM-TABLE-FULL  VALUE 'Y'.
           05 WS-EXM-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-EXM-IDX.
              10 WS-EXM-CUST-NO  PIC X(05).
      *Kredili mevduat limit tablosu - ODLIMIT dosyasindan yuklenir.
      *Limit kaydi olmayan hesap sifir limitle degerlendirilir.
       01  WS-ODL-TABLE.
           05 WS-ODL-CNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-ODL-FULL-SW     PIC X(01) VALUE 'N'.
              88 WS-ODL-TABLE-FULL  VALUE 'Y'.
           05 WS-ODL-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ODL-IDX.
              10 WS-ODL-ID       PIC X(05).
              10 WS-ODL-CUR      PIC X(03).
              10 WS-ODL-LIMIT    PIC S9(11)V99 COMP-3.
      *Arama degiskenleri - hesap anahtari limit tablosuyla
      *karsilastirilmak icin ODLIMIT'teki metin bicimine cevrilir
       01  WS-LOOKUP-AREA.
           05 WS-FEE-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-FEE-FOUND       VALUE 'Y'.
           05 WS-EXM-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-CUST-EXEMPT     VALUE 'Y'.
           05 WS-ODL-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-ODL-FOUND       VALUE 'Y'.
           05 WS-CTOT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-CTOT-FOUND      VALUE 'Y'.
           05 WS-LOOK-STATUS     PIC X(01) VALUE SPACES.
           05 WS-LOOK-ID-N       PIC 9(05) VALUE ZERO.
           05 WS-LOOK-ID REDEFINES WS-LOOK-ID-N
                                 PIC X(05).
           05 WS-LOOK-CUR-N      PIC 9(03) VALUE ZERO.
           05 WS-LOOK-CUR REDEFINES WS-LOOK-CUR-N
                                 PIC X(03).
           05 WS-USE-FEE         PIC S9(09)V99 COMP-3 VALUE ZERO.
           05 WS-USE-WAIVE-BAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-USE-LIMIT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Ucret hesap degiskenleri
       01  WS-CHARGE-AREA.
           05 WS-PRIOR-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-SKIP-REASON     PIC X(15) VALUE SPACES.
           05 WS-WAIVED-SW       PIC X(01) VALUE 'N'.
              88 WS-FEE-WAIVED      VALUE 'Y'.
      *Islem sayaclari
       01  WS-FEE-COUNTS.
           05 WS-ACCT-READ-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CHARGED-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-WAIVED-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SKIPPED-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-LIMIT-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOVEMENT-CNT    PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           MOVE WS-RUN-YY TO WS-CUR-PER-YY.
           MOVE WS-RUN-MM TO WS-CUR-PER-MM.
           MOVE WS-RUN-YY TO WS-FEE-YMD-YY.
           MOVE WS-RUN-MM TO WS-FEE-YMD-MM.
           MOVE WS-RUN-DD TO WS-FEE-YMD-DD.
           MOVE WS-FEE-DATE-YMD TO WS-HDR-DATE.
           STRING 'FEES' WS-CUR-PERIOD
              DELIMITED BY SIZE INTO WS-MOV-REF.
           PERFORM H050-CHECK-PERIOD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
           PERFORM H290-WRITE-PSX-TRAILER.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H500-UPDATE-PERIOD.
           PERFORM H999-PROGRAM-EXIT.
      *FEECTL'deki son donemi okur; bu donem icin ucret zaten
      *alinmissa calisma master'a dokunmadan reddedilir. Dosya
      *henuz yoksa (ilk calisma) ACCRCTL'deki gibi OUTPUT ile
      *yaratilir ve devam edilir.
       H050-CHECK-PERIOD.
           OPEN I-O CTL-REC.
           IF CTL-ST = 0 OR CTL-ST = 97
              MOVE 'Y' TO WS-CTL-OPEN-SW
              READ CTL-REC
              IF CTL-ST = 0
                 MOVE 'Y' TO WS-CTL-FOUND-SW
                 IF CTL-LAST-PERIOD = WS-CUR-PERIOD
                    DISPLAY 'FEES ALREADY CHARGED FOR PERIOD '
                            WS-CUR-PERIOD ' - RUN REFUSED'
                    CLOSE CTL-REC
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           ELSE
              DISPLAY 'NO FEE CONTROL FOUND, FIRST PERIOD RUN'
              OPEN OUTPUT CTL-REC
              IF CTL-ST = 0 OR CTL-ST = 97
                 MOVE 'Y' TO WS-CTL-OPEN-SW
              ELSE
                 DISPLAY 'UNABLE TO OPEN1 FILE: ' CTL-ST
                 MOVE CTL-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H050-END. EXIT.
      *Dosya acilamama ve okunamama durumu. Tarife bos ise calisma
      *reddedilir; muaf listesi ve limit dosyasi bulunamazsa bos
      *sayilir.
       H100-OPEN-FILES.
           OPEN INPUT FEE-REC.
           IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FEE-REC.
           IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
                               AND (FEE-ST NOT = 10)
              DISPLAY 'UNABLE TO READ8 FILE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-LOAD-FEES UNTIL FEE-EOF.
           CLOSE FEE-REC.
           IF WS-FEE-CNT = ZERO
              DISPLAY 'FEE SCHEDULE EMPTY - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT EXM-REC.
           IF EXM-ST = 0 OR EXM-ST = 97
              READ EXM-REC
              IF (EXM-ST NOT = 0) AND (EXM-ST NOT = 97)
                                  AND (EXM-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ12 FILE: ' EXM-ST
                 MOVE EXM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H125-LOAD-EXEMPTIONS UNTIL EXM-EOF
              CLOSE EXM-REC
           ELSE
              DISPLAY 'NO FEE EXEMPTION LIST, NO CUSTOMER EXEMPT'
           END-IF.
           OPEN INPUT ODL-REC.
           IF ODL-ST = 0 OR ODL-ST = 97
              READ ODL-REC
              IF (ODL-ST NOT = 0) AND (ODL-ST NOT = 97)
                                  AND (ODL-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ14 FILE: ' ODL-ST
                 MOVE ODL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H128-LOAD-LIMITS UNTIL ODL-EOF
              CLOSE ODL-REC
           ELSE
              DISPLAY 'NO OVERDRAFT LIMIT FILE, ZERO LIMITS ASSUMED'
           END-IF.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FER-RPT.
           IF (FER-ST NOT = 0) AND (FER-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' FER-ST
              MOVE FER-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FEW-RPT.
           IF (FEW-ST NOT = 0) AND (FEW-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' FEW-ST
              MOVE FEW-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN10 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Gunun ekstresi HDR kaydindan itibaren cikisa kopyalanir ve
      *TRL kontrol kaydi dogrulanir; eksik veya tutarsiz trailer
      *kesik dosya demektir, calisma master'a dokunmadan durur.
      *Dosya hic yoksa bos sayilir ve cikis kendi HDR kaydiyla
      *baslar.
           OPEN INPUT PSI-REC.
           IF PSI-ST = 0 OR PSI-ST = 97
              READ PSI-REC
              IF (PSI-ST NOT = 0) AND (PSI-ST NOT = 97)
                                  AND (PSI-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ10 FILE: ' PSI-ST
                 MOVE PSI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H130-COPY-MOVEMENTS UNTIL PSI-EOF
              CLOSE PSI-REC
              PERFORM H140-VERIFY-PSI-TRAILER
           ELSE
              DISPLAY 'NO PSTEXTR INPUT, FEES ONLY'
              PERFORM H135-WRITE-OWN-HEADER
           END-IF.
           PERFORM H180-PRINT-PAGE-HEADERS.
           PERFORM H185-PRINT-FEW-HEADERS.
           READ ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                                AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ5 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *FEESCHD kayitlarini tarife tablosuna yukler; bos durum acik
      *hesap satiri sayilir
       H120-LOAD-FEES.
           IF WS-FEE-CNT < 50
              ADD 1 TO WS-FEE-CNT
              SET WS-FEE-IDX TO WS-FEE-CNT
              COMPUTE WS-FEE-CUR (WS-FEE-IDX) =
                 FUNCTION NUMVAL (FEE-CUR)
              MOVE FEE-STATUS TO WS-FEE-STATUS (WS-FEE-IDX)
              IF FEE-STATUS = SPACE
                 MOVE 'O' TO WS-FEE-STATUS (WS-FEE-IDX)
              END-IF
              COMPUTE WS-FEE-AMOUNT (WS-FEE-IDX) =
                 FUNCTION NUMVAL (FEE-AMOUNT)
              MOVE ZERO TO WS-FEE-WAIVE-BAL (WS-FEE-IDX)
              IF FEE-WAIVE-BAL NOT = SPACES
                 COMPUTE WS-FEE-WAIVE-BAL (WS-FEE-IDX) =
                    FUNCTION NUMVAL (FEE-WAIVE-BAL)
              END-IF
           ELSE
              DISPLAY 'WARNING: FEE TABLE FULL, EXTRA FEE IGNORED '
                      FEE-CUR ' ' FEE-STATUS
           END-IF.
           READ FEE-REC.
           IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
                               AND (FEE-ST NOT = 10)
              DISPLAY 'UNABLE TO READ9 FILE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *FEEEXMP kayitlarini muaf musteri tablosuna yukler
       H125-LOAD-EXEMPTIONS.
           IF WS-EXM-CNT < 9999
              ADD 1 TO WS-EXM-CNT
              SET WS-EXM-IDX TO WS-EXM-CNT
              MOVE EXM-CUST-NO TO WS-EXM-CUST-NO (WS-EXM-IDX)
           ELSE
              IF NOT WS-EXM-TABLE-FULL
                 DISPLAY 'WARNING: WS-EXM-TABLE FULL AT 9999 '
                         'ENTRIES, REMAINING EXEMPTIONS IGNORED'
                 MOVE 'Y' TO WS-EXM-FULL-SW
              END-IF
           END-IF.
           READ EXM-REC.
           IF (EXM-ST NOT = 0) AND (EXM-ST NOT = 97)
                               AND (EXM-ST NOT = 10)
              DISPLAY 'UNABLE TO READ13 FILE: ' EXM-ST
              MOVE EXM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H125-END. EXIT.
      *ODLIMIT kayitlarini limit tablosuna yukler
       H128-LOAD-LIMITS.
           IF WS-ODL-CNT < 9999
              ADD 1 TO WS-ODL-CNT
              SET WS-ODL-IDX TO WS-ODL-CNT
              MOVE ODL-ID TO WS-ODL-ID (WS-ODL-IDX)
              MOVE ODL-CUR TO WS-ODL-CUR (WS-ODL-IDX)
              COMPUTE WS-ODL-LIMIT (WS-ODL-IDX) =
                 FUNCTION NUMVAL (ODL-AMOUNT)
           ELSE
              IF NOT WS-ODL-TABLE-FULL
                 DISPLAY 'WARNING: WS-ODL-TABLE FULL AT 9999 '
                         'ENTRIES, REMAINING LIMITS IGNORED'
                 MOVE 'Y' TO WS-ODL-FULL-SW
              END-IF
           END-IF.
           READ ODL-REC.
           IF (ODL-ST NOT = 0) AND (ODL-ST NOT = 97)
                               AND (ODL-ST NOT = 10)
              DISPLAY 'UNABLE TO READ15 FILE: ' ODL-ST
              MOVE ODL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H128-END. EXIT.
      *Giris ekstresinden tek bir kaydi isler: HDR bu programin
      *adiyla ve girisin is tarihiyle yeniden yazilir, TRL beklenen
      *sayi/kontrol toplami olarak saklanir, detay kayitlar sayilarak
      *ve toplanarak cikisa kopyalanir (INTACCR ile ayni kural)
       H130-COPY-MOVEMENTS.
           IF PSI-TYPE = 'HDR'
              IF PSI-HDR-DATE NOT = SPACES
                 MOVE PSI-HDR-DATE TO WS-HDR-DATE
              END-IF
              PERFORM H135-WRITE-OWN-HEADER
           ELSE
              IF PSI-TYPE = 'TRL'
                 MOVE 'Y' TO WS-PSI-TRAILER-SW
                 MOVE PSI-COUNT TO WS-PSI-EXP-COUNT
                 COMPUTE WS-PSI-EXP-HASH =
                    FUNCTION NUMVAL (PSI-HASH)
              ELSE
                 ADD 1 TO WS-PSI-COPY-CNT
                 MOVE PSI-AMOUNT TO WS-PSI-AMOUNT-X
                 COMPUTE WS-PSI-WORK-AMT =
                    FUNCTION NUMVAL (WS-PSI-AMOUNT-X)
                 ADD WS-PSI-WORK-AMT TO WS-PSI-COPY-HASH
                 MOVE PSI-FIELDS TO PSX-FIELDS
                 WRITE PSX-FIELDS
                 ADD 1 TO WS-PSX-WRITE-CNT
                 ADD WS-PSI-WORK-AMT TO WS-PSX-HASH
              END-IF
           END-IF.
           READ PSI-REC.
           IF (PSI-ST NOT = 0) AND (PSI-ST NOT = 97)
                               AND (PSI-ST NOT = 10)
              DISPLAY 'UNABLE TO READ11 FILE: ' PSI-ST
              MOVE PSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *Cikisi bu programin adini tasiyan HDR kaydiyla baslatir
       H135-WRITE-OWN-HEADER.
           MOVE SPACES TO PSX-HDR-REC.
           MOVE 'HDR' TO PSX-HDR-TYPE.
           MOVE 'PSTEXTR' TO PSX-HDR-FEED.
           MOVE WS-HDR-DATE TO PSX-HDR-DATE.
           MOVE 'FEECHG' TO PSX-HDR-PROGRAM.
           WRITE PSX-HDR-REC.
       H135-END. EXIT.
      *Giris trailer'inin varligini ve sayim/kontrol toplaminin
      *kopyalanan detaylarla tuttugunu dogrular
       H140-VERIFY-PSI-TRAILER.
           IF NOT WS-HAVE-PSI-TRAILER
              DISPLAY 'PSTEXTR HAS NO TRAILER - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-PSI-COPY-CNT NOT = WS-PSI-EXP-COUNT) OR
              (WS-PSI-COPY-HASH NOT = WS-PSI-EXP-HASH)
              DISPLAY 'PSTEXTR TRAILER MISMATCH - RUN STOPPED'
              DISPLAY 'EXPECTED ' WS-PSI-EXP-COUNT
                      ' ACTUAL ' WS-PSI-COPY-CNT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           INITIALIZE FER-HEADING-REC.
           MOVE 'FEECHG FEE REGISTER' TO FER-HDR-PROGRAM.
           MOVE 'DATE: ' TO FER-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO FER-HDR-DATE.
           MOVE 'PAGE: ' TO FER-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO FER-HDR-PAGE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-COLHDR-REC.
           MOVE 'ACCT-CUR' TO FER-COL-ID.
           MOVE 'ONCEKI BAKIYE' TO FER-COL-PRIOR.
           MOVE 'UCRET' TO FER-COL-FEE.
           MOVE 'YENI BAKIYE' TO FER-COL-NEW.
           MOVE 'DURUM' TO FER-COL-FLAG.
           WRITE FER-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Muaf/atlanan listesinin sayfa basligini basar
       H185-PRINT-FEW-HEADERS.
           ADD 1 TO WS-FEW-PAGE-NO.
           MOVE SPACES TO FEW-PRINT-REC.
           MOVE 'FEECHG WAIVED / SKIPPED' TO FEW-HDR-PROGRAM.
           MOVE 'DATE: ' TO FEW-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO FEW-HDR-DATE.
           MOVE 'PAGE: ' TO FEW-HDR-PAGE-LABEL.
           MOVE WS-FEW-PAGE-NO TO FEW-HDR-PAGE.
           WRITE FEW-PRINT-REC.
           MOVE ZERO TO WS-FEW-LINE-CNT.
       H185-END. EXIT.
      *Her ACCT-REC kaydina ucret uygular, sonrakini okur
       H200-PROCESS.
           ADD 1 TO WS-ACCT-READ-CNT.
           PERFORM H210-CHARGE-ACCOUNT.
           READ ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                                AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ6 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Dondurulmus, kapali ve devredilmis hesaptan ucret alinmaz.
      *Tarifede kur ve durum satiri bulunmayan veya sifir ucretli
      *hesap atlanir.
      *Muaf musterinin ve bakiyesi muafiyet esigine ulasan hesabin
      *ucretinden feragat edilir. Ucret bakiyeyi yetkili limitin
      *altina indirecekse hic alinmaz.
       H210-CHARGE-ACCOUNT.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE 'N' TO WS-WAIVED-SW.
           MOVE ZERO TO WS-USE-FEE.
           MOVE ACCT-BALANCE TO WS-PRIOR-BALANCE.
           IF ACCT-CLOSED
              MOVE 'KAPALI' TO WS-SKIP-REASON
           ELSE
              IF ACCT-FROZEN
                 MOVE 'DONDURULMUS' TO WS-SKIP-REASON
              ELSE
                 IF ACCT-TRANSFERRED
                    MOVE 'DEVREDILDI' TO WS-SKIP-REASON
                 ELSE
                    PERFORM H220-FIND-FEE
                    IF NOT WS-FEE-FOUND
                       MOVE 'TARIFE YOK' TO WS-SKIP-REASON
                    ELSE
                       IF WS-USE-FEE NOT > ZERO
                          MOVE 'UCRET SIFIR' TO WS-SKIP-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM H230-CHECK-EXEMPT
              IF WS-CUST-EXEMPT
                 MOVE 'MUAF MUSTERI' TO WS-SKIP-REASON
                 MOVE 'Y' TO WS-WAIVED-SW
              ELSE
                 IF (WS-USE-WAIVE-BAL > ZERO) AND
                    (ACCT-BALANCE NOT < WS-USE-WAIVE-BAL)
                    MOVE 'MIN BAKIYE' TO WS-SKIP-REASON
                    MOVE 'Y' TO WS-WAIVED-SW
                 END-IF
              END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM H240-CHECK-LIMIT
              IF (ACCT-BALANCE - WS-USE-FEE) < (ZERO - WS-USE-LIMIT)
                 MOVE 'LIMIT YETERSIZ' TO WS-SKIP-REASON
                 ADD 1 TO WS-LIMIT-CNT
              END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM H250-POST-FEE
           ELSE
              IF WS-FEE-WAIVED
                 ADD 1 TO WS-WAIVED-CNT
                 PERFORM H255-ADD-WAIVED-TOTAL
              ELSE
                 ADD 1 TO WS-SKIPPED-CNT
              END-IF
              PERFORM H270-WRITE-SKIP-LINE
           END-IF.
       H210-END. EXIT.
      *Hesabin kur ve durumuna ait tarife satirini bulur; uykudaki
      *hesap D satirina, acik hesap O satirina bakar
       H220-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE ACCT-STATUS TO WS-LOOK-STATUS.
           IF ACCT-OPEN
              MOVE 'O' TO WS-LOOK-STATUS
           END-IF.
           PERFORM H225-SCAN-FEE-TABLE
              VARYING WS-FEE-IDX FROM 1 BY 1
              UNTIL WS-FEE-IDX > WS-FEE-CNT OR WS-FEE-FOUND.
       H220-END. EXIT.
      *Tarife tablosunda tek bir girdiyi karsilastirir
       H225-SCAN-FEE-TABLE.
           IF (ACCT-CUR = WS-FEE-CUR (WS-FEE-IDX)) AND
              (WS-LOOK-STATUS = WS-FEE-STATUS (WS-FEE-IDX))
              MOVE 'Y' TO WS-FEE-FOUND-SW
              MOVE WS-FEE-AMOUNT (WS-FEE-IDX) TO WS-USE-FEE
              MOVE WS-FEE-WAIVE-BAL (WS-FEE-IDX) TO WS-USE-WAIVE-BAL
           END-IF.
       H225-END. EXIT.
      *Hesabin musterisi muaf listesinde mi diye bakar
       H230-CHECK-EXEMPT.
           MOVE 'N' TO WS-EXM-FOUND-SW.
           PERFORM H235-SCAN-EXM-TABLE
              VARYING WS-EXM-IDX FROM 1 BY 1
              UNTIL WS-EXM-IDX > WS-EXM-CNT OR WS-CUST-EXEMPT.
       H230-END. EXIT.
      *Muaf tablosunda tek bir girdiyi karsilastirir
       H235-SCAN-EXM-TABLE.
           IF ACCT-CUST-NO = WS-EXM-CUST-NO (WS-EXM-IDX)
              MOVE 'Y' TO WS-EXM-FOUND-SW
           END-IF.
       H235-END. EXIT.
      *Hesabin yetkili limitini bulur; kaydi olmayan hesabin limiti
      *sifirdir
       H240-CHECK-LIMIT.
           MOVE 'N' TO WS-ODL-FOUND-SW.
           MOVE ZERO TO WS-USE-LIMIT.
           MOVE ACCT-ID TO WS-LOOK-ID-N.
           MOVE ACCT-CUR TO WS-LOOK-CUR-N.
           PERFORM H245-SCAN-ODL-TABLE
              VARYING WS-ODL-IDX FROM 1 BY 1
              UNTIL WS-ODL-IDX > WS-ODL-CNT OR WS-ODL-FOUND.
       H240-END. EXIT.
      *Limit tablosunda tek bir girdiyi aranan hesapla karsilastirir
       H245-SCAN-ODL-TABLE.
           IF (WS-ODL-ID (WS-ODL-IDX) = WS-LOOK-ID)
              AND (WS-ODL-CUR (WS-ODL-IDX) = WS-LOOK-CUR)
              MOVE 'Y' TO WS-ODL-FOUND-SW
              MOVE WS-ODL-LIMIT (WS-ODL-IDX) TO WS-USE-LIMIT
           END-IF.
       H245-END. EXIT.
      *Ucreti bakiyeden duser, kaydi geri yazar, kur ara toplamina
      *ekler ve hareketi ekstreye yazar. Ucret musteri hareketi
      *olmadigi icin son hareket tarihi damgalanmaz; uykudaki hesap
      *ucret yuzunden acilmaz.
       H250-POST-FEE.
           SUBTRACT WS-USE-FEE FROM ACCT-BALANCE.
           REWRITE ACCT-FIELDS.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO REWRITE7 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CHARGED-CNT.
           PERFORM H258-FIND-CUR-TOTAL.
           ADD 1 TO WS-CTOT-CHG-CNT (WS-CTOT-IDX).
           ADD WS-USE-FEE TO WS-CTOT-AMOUNT (WS-CTOT-IDX).
           PERFORM H280-WRITE-MOVEMENT.
           PERFORM H260-WRITE-REGISTER-DETAIL.
       H250-END. EXIT.
      *Feragat edilen ucreti kurun sayacina ekler
       H255-ADD-WAIVED-TOTAL.
           PERFORM H258-FIND-CUR-TOTAL.
           ADD 1 TO WS-CTOT-WAIVE-CNT (WS-CTOT-IDX).
       H255-END. EXIT.
      *Hesabin kuruna ait ara toplam girdisini bulur, yoksa acar;
      *tablo doluysa son girdi kullanilir
       H258-FIND-CUR-TOTAL.
           MOVE 'N' TO WS-CTOT-FOUND-SW.
           PERFORM H259-SCAN-CUR-TOTAL
              VARYING WS-CTOT-IDX FROM 1 BY 1
              UNTIL WS-CTOT-IDX > WS-CTOT-CNT OR WS-CTOT-FOUND.
           IF WS-CTOT-FOUND
              SET WS-CTOT-IDX DOWN BY 1
           ELSE
              IF WS-CTOT-CNT < 20
                 ADD 1 TO WS-CTOT-CNT
              END-IF
              SET WS-CTOT-IDX TO WS-CTOT-CNT
              IF WS-CTOT-CUR (WS-CTOT-IDX) NOT = ACCT-CUR
                 MOVE ACCT-CUR TO WS-CTOT-CUR (WS-CTOT-IDX)
                 MOVE ZERO TO WS-CTOT-CHG-CNT (WS-CTOT-IDX)
                 MOVE ZERO TO WS-CTOT-AMOUNT (WS-CTOT-IDX)
                 MOVE ZERO TO WS-CTOT-WAIVE-CNT (WS-CTOT-IDX)
              END-IF
           END-IF.
       H258-END. EXIT.
      *Ara toplam tablosunda tek bir girdiyi karsilastirir; bulununca
      *taramanin durmasi icin VARYING bir sonrakine gecmis olur
       H259-SCAN-CUR-TOTAL.
           IF ACCT-CUR = WS-CTOT-CUR (WS-CTOT-IDX)
              MOVE 'Y' TO WS-CTOT-FOUND-SW
           END-IF.
       H259-END. EXIT.
      *Ucret detay satirini kayit defterine basar
       H260-WRITE-REGISTER-DETAIL.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           INITIALIZE FER-DETAIL-REC.
           MOVE ACCT-ID TO FER-ID.
           MOVE ACCT-CUR TO FER-CUR.
           MOVE WS-PRIOR-BALANCE TO FER-PRIOR.
           COMPUTE FER-FEE = WS-USE-FEE * -1.
           MOVE ACCT-BALANCE TO FER-NEW.
           IF ACCT-DORMANT
              MOVE 'UYKUDA' TO FER-FLAG
           END-IF.
           WRITE FER-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H260-END. EXIT.
      *Ucreti alinmayan hesabi nedeniyle listeye basar
       H270-WRITE-SKIP-LINE.
           IF WS-FEW-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H185-PRINT-FEW-HEADERS
           END-IF.
           MOVE SPACES TO FEW-PRINT-REC.
           MOVE ACCT-ID TO FEW-ID.
           MOVE ACCT-CUR TO FEW-CUR.
           MOVE ACCT-CUST-NO TO FEW-CUST.
           MOVE ACCT-STATUS TO FEW-STATUS.
           MOVE ACCT-BALANCE TO FEW-BALANCE.
           MOVE WS-USE-FEE TO FEW-FEE.
           MOVE WS-SKIP-REASON TO FEW-REASON.
           WRITE FEW-PRINT-REC.
           ADD 1 TO WS-FEW-LINE-CNT.
       H270-END. EXIT.
      *Ucreti hareket ekstresine borc hareketi olarak yazar ki
      *ekstre bakiye degisimini satir satir aciklayabilsin
       H280-WRITE-MOVEMENT.
           MOVE SPACES TO PSX-FIELDS.
           MOVE ACCT-ID TO PSX-ID.
           MOVE ACCT-CUR TO PSX-CUR.
           MOVE 'D' TO PSX-DC.
           MOVE WS-USE-FEE TO WS-MOV-AMOUNT-TXT.
           MOVE WS-MOV-AMOUNT-TXT TO PSX-AMOUNT.
           MOVE WS-FEE-DATE-YMD TO PSX-VALDATE.
           MOVE WS-MOV-REF TO PSX-REF.
           WRITE PSX-FIELDS.
           ADD 1 TO WS-MOVEMENT-CNT.
           ADD 1 TO WS-PSX-WRITE-CNT.
           ADD WS-USE-FEE TO WS-PSX-HASH.
       H280-END. EXIT.
      *Birlesik ekstreyi kayit sayisi ve tutar kontrol toplami
      *tasiyan TRL kaydiyla kapatir; hata yollari buraya
      *ugramadigindan yarim kalan dosyada TRL bulunmaz ve tuketici
      *calismalar bunu yakalayip durur
       H290-WRITE-PSX-TRAILER.
           MOVE SPACES TO PSX-TRL-REC.
           MOVE 'TRL' TO PSX-TRL-TYPE.
           MOVE WS-PSX-WRITE-CNT TO PSX-TRL-COUNT.
           MOVE WS-PSX-HASH TO PSX-TRL-HASH.
           WRITE PSX-TRL-REC.
       H290-END. EXIT.
      *Kayit defteri sonuna kur bazinda ucret ara toplamlarini ve
      *kontrol toplamlarini basar; muaf/atlanan listesine de ayni
      *sayaclar basilir
       H400-PRINT-TOTALS.
           INITIALIZE FER-TRAILER-REC.
           WRITE FER-PRINT-REC.
           PERFORM H410-PRINT-CUR-SUBTOTAL
              VARYING WS-CTOT-IDX FROM 1 BY 1
              UNTIL WS-CTOT-IDX > WS-CTOT-CNT.
           INITIALIZE FER-TRAILER-REC.
           MOVE '***** CONTROL TOTALS *****' TO FER-TRL-LABEL.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE 'ACCT-REC KAYITLARI OKUNAN  :' TO FER-TRL-LABEL.
           MOVE WS-ACCT-READ-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE 'UCRET ALINAN HESAP         :' TO FER-TRL-LABEL.
           MOVE WS-CHARGED-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE 'UCRETI FERAGAT EDILEN      :' TO FER-TRL-LABEL.
           MOVE WS-WAIVED-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE 'ATLANAN HESAP              :' TO FER-TRL-LABEL.
           MOVE WS-SKIPPED-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE ' - LIMIT YETERSIZ          :' TO FER-TRL-LABEL.
           MOVE WS-LIMIT-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE 'PSTEXTR HAREKET YAZILAN    :' TO FER-TRL-LABEL.
           MOVE WS-MOVEMENT-CNT TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           MOVE SPACES TO FEW-PRINT-REC.
           WRITE FEW-PRINT-REC.
           MOVE SPACES TO FEW-PRINT-REC.
           MOVE 'UCRETI FERAGAT EDILEN      :' TO FEW-TRL-LABEL.
           MOVE WS-WAIVED-CNT TO FEW-TRL-VALUE.
           WRITE FEW-PRINT-REC.
           MOVE SPACES TO FEW-PRINT-REC.
           MOVE 'ATLANAN HESAP              :' TO FEW-TRL-LABEL.
           MOVE WS-SKIPPED-CNT TO FEW-TRL-VALUE.
           WRITE FEW-PRINT-REC.
       H400-END. EXIT.
      *Tek bir kurun ucret ara toplam satirlarini basar
       H410-PRINT-CUR-SUBTOTAL.
           INITIALIZE FER-TOTAL-REC.
           MOVE 'UCRET ARA TOPLAM' TO FER-TOT-LABEL.
           MOVE WS-CTOT-CUR (WS-CTOT-IDX) TO FER-TOT-CUR.
           MOVE WS-CTOT-AMOUNT (WS-CTOT-IDX) TO FER-TOT-AMOUNT.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE '   UCRET ALINAN HESAP      :' TO FER-TRL-LABEL.
           MOVE WS-CTOT-CHG-CNT (WS-CTOT-IDX) TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
           INITIALIZE FER-TRAILER-REC.
           MOVE '   FERAGAT EDILEN          :' TO FER-TRL-LABEL.
           MOVE WS-CTOT-WAIVE-CNT (WS-CTOT-IDX) TO FER-TRL-VALUE.
           WRITE FER-PRINT-REC.
       H410-END. EXIT.
      *Calisma normal bittiginde FEECTL'ye bu donemi yazar; boylece
      *ayni donem icindeki ikinci calisma H050'de reddedilir
       H500-UPDATE-PERIOD.
           IF WS-CTL-FILE-OPEN
              MOVE WS-CUR-PERIOD TO CTL-LAST-PERIOD
              IF WS-HAVE-LAST-PERIOD
                 REWRITE CTL-FIELDS
              ELSE
                 WRITE CTL-FIELDS
              END-IF
           END-IF.
       H500-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 FER-RPT
                 FEW-RPT
                 PSX-REC
                 CTL-REC.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
