       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESCHEAT.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Sahipsiz bakiye (yasal devir) islemi: ACCTREC bastan sona
      *taranir, son hareket tarihi yasal sureden eski olan uykudaki
      *arti bakiyeli hesaplar bulunur. Calisma iki adimlidir:
      *bildirim adiminda hesaplar ESCHNTC bildirim kaydina alinip
      *musteri bazli bildirim listesi basilir; devir adiminda
      *bildirim suresi dolmus hesaplarin bakiyesi kur bazli aski
      *hesabina hareket olarak aktarilir, hesap 'T' (devredildi)
      *durumuna cekilir ve yasal beyan dosyasi yazilir. DYNAMIC
      *erisim: hesaplar sirali taranir, aski hesaplari anahtardan
      *okunur. ACCT-NAME-KEY alternatif indexi kumenin tanimiyla
      *tutarli kalmasi icin burada da bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Musteri ana dosyasi yalniz okunur: liste ve beyan icin ad
      *soyad buradan alinir
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *Bildirim kaydi: hangi hesaba ne zaman bildirim yapildigi ve
      *devrin akibeti hesap anahtariyla tutulur. Ilk calismada
      *RUNCTL'deki gibi yaratilir.
           SELECT NTC-REC    ASSIGN TO    ESCHNTC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       NTC-KEY
                             STATUS       NTC-ST.
      *Calisma modu, yasal sure, is tarihi, bildirim suresi ve aski
      *hesap numarasini tasiyan kontrol karti
           SELECT CTL-REC    ASSIGN TO    ESCHCTL
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
      *Gunun uygulanan hareket ekstresi (giris); devir adiminda
      *INTACCR'deki gibi TRL kontrol kaydi dogrulanarak okunur
           SELECT PSI-REC    ASSIGN TO    PSTEXTR
                             STATUS       PSI-ST.
      *Birlesik hareket ekstresi (cikis): gunun hareketleri aynen
      *kopyalanir, devir borc/alacak hareketleri eklenir ve dosya
      *yeni TRL kaydiyla kapatilir. Asagi akista PSTEXTR'nin yerini
      *alir.
           SELECT PSX-REC    ASSIGN TO    PSXOUT
                             STATUS       PSX-ST.
      *Musteri bazli bildirim/devir listesi ve kontrol toplamlari
           SELECT ESR-RPT    ASSIGN TO    ESCHRPT
                             STATUS       ESR-ST.
      *Yasal beyan dosyasi (cikis); yalniz devir adiminda yazilir
           SELECT RTN-REC    ASSIGN TO    ESCHRTN
                             STATUS       RTN-ST.
      *Liste satirlarinin musteri sirasina dizildigi SORT calisma
      *dosyasi
           SELECT SRT-FILE   ASSIGN TO    SRTWRK.
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
      *Devredildi durumunu yalniz bu program verir.
           03 ACCT-STATUS    PIC X(01).
              88 ACCT-OPEN      VALUE 'O' SPACE.
              88 ACCT-FROZEN    VALUE 'F'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-TRANSFERRED VALUE 'T'.
           03 ACCT-LAST-MOVE PIC X(08).
      *CUSTREC duzeni VSAMCBL ve CUSTMNT'deki CUST-FIELDS ile aynidir
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-NO        PIC X(05).
           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
           03 FILLER         PIC X(05).
      *ESCHNTC Degiskenleri - bildirim durumu: N bildirildi, T
      *devredildi, V hesap hareket gordugu icin bildirim dustu
       FD  NTC-REC.
       01  NTC-FIELDS.
           03 NTC-KEY.
              05 NTC-ID         PIC X(05).
              05 NTC-CUR        PIC X(03).
           03 NTC-CUST-NO    PIC X(05).
           03 NTC-NOTICE-DATE PIC X(08).
           03 NTC-DUE-DATE   PIC X(08).
           03 NTC-BALANCE    PIC S9(11)V99 COMP-3.
           03 NTC-STATUS     PIC X(01).
              88 NTC-NOTICED    VALUE 'N'.
              88 NTC-TRANSFERRED VALUE 'T'.
              88 NTC-VOID       VALUE 'V'.
           03 NTC-XFER-DATE  PIC X(08).
           03 NTC-XFER-AMOUNT PIC S9(11)V99 COMP-3.
           03 FILLER         PIC X(10).
      *ESCHCTL Degiskenleri - mod (N bildirim, T devir) 1. kolonda,
      *yasal sure (ay) 2-4, is tarihi (YYYYAAGG) 5-12, bildirim
      *suresi (gun) 13-15, aski hesap numarasi 16-20 kolonlarda
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-MODE       PIC X(01).
           05 CTL-MONTHS     PIC X(03).
           05 CTL-BUS-DATE   PIC X(08).
           05 CTL-NOTICE-DAYS PIC X(03).
           05 CTL-SUSPENSE-ID PIC X(05).
           05 FILLER         PIC X(60).
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
      *ESCHRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *musteri, detay ve toplam satirlari icin REDEFINES ile ayri
      *goruntulenir.
       FD  ESR-RPT     RECORDING MODE F.
       01  ESR-PRINT-REC         PIC X(80).
       01  ESR-HEADING-REC REDEFINES ESR-PRINT-REC.
           05 ESR-HDR-PROGRAM     PIC X(25).
           05 ESR-HDR-DATE-LABEL  PIC X(06).
           05 ESR-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 ESR-HDR-PAGE-LABEL  PIC X(06).
           05 ESR-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  ESR-CUST-REC REDEFINES ESR-PRINT-REC.
           05 ESR-CUST-LABEL PIC X(09).
           05 ESR-CUST-VALUE PIC X(37).
           05 FILLER         PIC X(34).
       01  ESR-COLHDR-REC REDEFINES ESR-PRINT-REC.
           05 ESR-COL-ID      PIC X(10).
           05 ESR-COL-BALANCE PIC X(19).
           05 ESR-COL-LAST    PIC X(09).
           05 ESR-COL-NOTICE  PIC X(09).
           05 ESR-COL-DUE     PIC X(09).
           05 ESR-COL-EVENT   PIC X(12).
           05 FILLER          PIC X(12).
       01  ESR-DETAIL-REC REDEFINES ESR-PRINT-REC.
           05 ESR-ID         PIC X(05).
           05 FILLER         PIC X(01).
           05 ESR-CUR        PIC X(03).
           05 FILLER         PIC X(01).
           05 ESR-BALANCE    PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 ESR-LAST-MOVE  PIC X(08).
           05 FILLER         PIC X(01).
           05 ESR-NOTICE-DATE PIC X(08).
           05 FILLER         PIC X(01).
           05 ESR-DUE-DATE   PIC X(08).
           05 FILLER         PIC X(01).
           05 ESR-EVENT      PIC X(12).
           05 FILLER         PIC X(12).
       01  ESR-TOTAL-REC REDEFINES ESR-PRINT-REC.
           05 ESR-TOT-LABEL  PIC X(30).
           05 ESR-TOT-CUR    PIC X(03).
           05 FILLER         PIC X(02).
           05 ESR-TOT-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER         PIC X(27).
       01  ESR-TRAILER-REC REDEFINES ESR-PRINT-REC.
           05 ESR-TRL-LABEL  PIC X(35).
           05 ESR-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
      *ESCHRTN Degiskenleri - baslik, hesap detay ve kontrol
      *kayitlari. Tutar isaretsiz metin, kontrol toplami PSTEXTR
      *trailer'i gibi isaretli metindir.
       FD  RTN-REC     RECORDING MODE F.
       01  RTN-FIELDS.
           05 RTN-TYPE       PIC X(03).
           05 RTN-ACCT-ID    PIC X(05).
           05 RTN-CUR        PIC X(03).
           05 RTN-CUST-NO    PIC X(05).
           05 RTN-NAME       PIC X(15).
           05 RTN-SURNAME    PIC X(15).
           05 RTN-AMOUNT     PIC 9(11).99.
           05 RTN-LAST-MOVE  PIC X(08).
           05 RTN-NOTICE-DATE PIC X(08).
           05 RTN-XFER-DATE  PIC X(08).
           05 FILLER         PIC X(06).
       01  RTN-HDR-REC.
           05 RTN-HDR-TYPE   PIC X(03).
           05 RTN-HDR-DATE   PIC X(08).
           05 RTN-HDR-PROGRAM PIC X(08).
           05 RTN-HDR-SUSPENSE PIC X(05).
           05 FILLER         PIC X(66).
       01  RTN-TRL-REC.
           05 RTN-TRL-TYPE   PIC X(03).
           05 RTN-TRL-COUNT  PIC 9(07).
           05 RTN-TRL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(63).
      *SORT calisma kaydi - listelenecek hesap olayi; musteri no ve
      *hesap anahtari metin oldugundan metin sirasi yeterlidir
       SD  SRT-FILE.
       01  SRT-FIELDS.
           05 SRT-KEY.
              10 SRT-CUST-NO PIC X(05).
              10 SRT-ID      PIC X(05).
              10 SRT-CUR     PIC X(03).
           05 SRT-AMOUNT     PIC S9(11)V99 COMP-3.
           05 SRT-LAST-MOVE  PIC X(08).
           05 SRT-NOTICE-DATE PIC X(08).
           05 SRT-DUE-DATE   PIC X(08).
           05 SRT-EVENT      PIC X(12).
           05 SRT-XFER-SW    PIC X(01).
              88 SRT-IS-TRANSFER VALUE 'Y'.
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-EOF     VALUE 10.
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 CUST-ST     PIC 9(02).
              88 CUST-SUCCESS VALUE 00
                                    97.
           05 NTC-ST      PIC 9(02).
              88 NTC-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 PSI-ST      PIC 9(02).
              88 PSI-EOF      VALUE 10.
              88 PSI-SUCCESS  VALUE 00
                                    97.
           05 PSX-ST      PIC 9(02).
              88 PSX-SUCCESS  VALUE 00
                                    97.
           05 ESR-ST      PIC 9(02).
              88 ESR-SUCCESS  VALUE 00
                                    97.
           05 RTN-ST      PIC 9(02).
              88 RTN-SUCCESS  VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Rapor basligi ve sayfa kirilim degiskenleri; liste her
      *musteride yeni sayfadan baslar
       01  WS-REPORT-HEADING-AREA.
           05 WS-RUN-DATE.
              10 WS-RUN-YY        PIC 9(02).
              10 WS-RUN-MM        PIC 9(02).
              10 WS-RUN-DD        PIC 9(02).
           05 WS-RUN-DATE-DISP    PIC X(08).
           05 WS-PAGE-NO          PIC 9(03) COMP VALUE ZERO.
           05 WS-LINE-CNT         PIC 9(03) COMP VALUE ZERO.
           05 WS-MAX-LINES-PER-PAGE PIC 9(03) COMP VALUE 050.
      *Calisma kontrol degiskenleri - kart yoksa veya alanlar
      *bos/bozuksa 120 ay yasal sure, 90 gun bildirim suresi ve
      *makine tarihi kullanilir. Mod ve aski hesabi zorunludur.
       01  WS-RUN-CONTROL-AREA.
           05 WS-MODE            PIC X(01) VALUE SPACE.
              88 WS-MODE-NOTICE     VALUE 'N'.
              88 WS-MODE-TRANSFER   VALUE 'T'.
           05 WS-MONTHS          PIC 9(03) COMP-3 VALUE 120.
           05 WS-NOTICE-DAYS     PIC 9(03) COMP-3 VALUE 090.
           05 WS-SUSPENSE-ID     PIC X(05) VALUE SPACES.
           05 WS-SUSPENSE-ID-N   PIC S9(05) COMP-3 VALUE ZERO.
           05 WS-BUS-DATE.
              10 WS-BUS-YYYY     PIC 9(04).
              10 WS-BUS-MM       PIC 9(02).
              10 WS-BUS-DD       PIC 9(02).
           05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                 PIC X(08).
           05 WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                 PIC 9(08).
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
      *Yasal sure hesabi - ACCTDORM'daki gibi is tarihinden ay
      *sayisi kadar geri gidilerek kesim donemi (YYYYAA) bulunur;
      *son hareket donemi bundan eski olan hesap devre adaydir
       01  WS-CUTOFF-AREA.
           05 WS-TOTAL-MONTHS    PIC S9(07) COMP-3 VALUE ZERO.
           05 WS-CUTOFF-PERIOD.
              10 WS-CUT-YYYY     PIC 9(04).
              10 WS-CUT-MM       PIC 9(02).
           05 WS-LAST-MOVE-PERIOD PIC X(06) VALUE SPACES.
      *Bildirim suresi hesabi - gun sayisi INTEGER-OF-DATE ile
      *eklenir
       01  WS-DAY-CALC-AREA.
           05 WS-BUS-DAY-NUM     PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-DAY-NUM         PIC S9(09) COMP-3 VALUE ZERO.
           05 WS-WORK-DATE-N     PIC 9(08) VALUE ZERO.
           05 WS-WORK-DATE-X REDEFINES WS-WORK-DATE-N
                                 PIC X(08).
           05 WS-DUE-DATE        PIC X(08) VALUE SPACES.
      *Hesap olayi degiskenleri - hesap anahtari bildirim kaydi ve
      *hareket ekstresi icin metin bicimine cevrilir
       01  WS-EVENT-AREA.
           05 WS-KEY-ID-N        PIC 9(05) VALUE ZERO.
           05 WS-KEY-ID REDEFINES WS-KEY-ID-N
                                 PIC X(05).
           05 WS-KEY-CUR-N       PIC 9(03) VALUE ZERO.
           05 WS-KEY-CUR REDEFINES WS-KEY-CUR-N
                                 PIC X(03).
           05 WS-QUALIFY-SW      PIC X(01) VALUE 'N'.
              88 WS-QUALIFIES       VALUE 'Y'.
           05 WS-HAVE-NOTICE-SW  PIC X(01) VALUE 'N'.
              88 WS-HAVE-NOTICE     VALUE 'Y'.
           05 WS-XFER-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-EVENT-TEXT      PIC X(12) VALUE SPACES.
      *Hareket ekstresine yazilacak devir degiskenleri; valor
      *tarihi is tarihi, referans 'ESCH' + donemdir
       01  WS-MOVEMENT-AREA.
           05 WS-MOV-AMOUNT-TXT  PIC 9(11).99.
           05 WS-MOV-REF         PIC X(10) VALUE SPACES.
      *PSTEXTR kontrol kaydi degiskenleri - giris trailer'i kopya
      *sirasinda dogrulanir, cikis trailer'i kopyalanan detaylar ve
      *devir hareketleri uzerinden yeniden yazilir
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
           05 WS-HDR-DATE        PIC X(08) VALUE SPACES.
      *Aski hesabi tablosu - aski hesap numarasinin ACCTREC'teki her
      *kuru bir girdidir; devredilen tutarlar kur bazinda burada
      *biriktirilir ve tarama sonunda aski hesabina tek seferde
      *alacaklanir
       01  WS-SUSPENSE-TABLE.
           05 WS-SUS-CNT         PIC 9(02) COMP VALUE ZERO.
           05 WS-SUS-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-SUS-IDX.
              10 WS-SUS-CUR      PIC S9(03) COMP.
              10 WS-SUS-XFER-CNT PIC 9(07) COMP-3.
              10 WS-SUS-AMOUNT   PIC S9(11)V99 COMP-3.
           05 WS-SUS-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-SUS-FOUND       VALUE 'Y'.
           05 WS-SUS-MORE-SW     PIC X(01) VALUE 'N'.
              88 WS-SUS-MORE        VALUE 'Y'.
      *Liste cikis yordami degiskenleri
       01  WS-LIST-AREA.
           05 WS-SRT-EOF-SW      PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF         VALUE 'Y'.
           05 WS-PREV-CUST-NO    PIC X(05) VALUE HIGH-VALUES.
           05 WS-LIST-NAME       PIC X(15) VALUE SPACES.
           05 WS-LIST-SURNAME    PIC X(15) VALUE SPACES.
      *Beyan dosyasi kontrol toplamlari
       01  WS-RTN-CONTROL-AREA.
           05 WS-RTN-DTL-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RTN-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Islem sayaclari
       01  WS-ESCH-COUNTS.
           05 WS-ACCT-READ-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SUSPENSE-SKIP-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-ALREADY-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-QUALIFY-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NOTICED-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PENDING-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-TRANSFER-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-VOID-CNT        PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NONOTICE-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-NOSUS-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-LIST-LINE-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOVEMENT-CNT    PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu - hesap taramasi SORT giris yordami icinde yapilir,
      *listelenecek olaylar RELEASE edilir; cikis yordami listeyi
      *musteri kirilimiyla basar ve devir adiminda beyani yazar
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H060-COMPUTE-CUTOFF.
           PERFORM H100-OPEN-FILES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS H200-SCAN-ACCOUNTS
              OUTPUT PROCEDURE IS H500-PRINT-LIST.
           IF WS-MODE-TRANSFER
              PERFORM H600-POST-SUSPENSE
              PERFORM H290-WRITE-PSX-TRAILER
              PERFORM H295-WRITE-RTN-TRAILER
           END-IF.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
      *Kontrol kartini okur. Mod N veya T olmali, devir adiminda
      *aski hesap numarasi verilmis olmalidir; aksi halde calisma
      *master'a dokunmadan reddedilir.
       H050-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           MOVE WS-RUN-YY TO WS-RUN-YMD-YY.
           MOVE WS-RUN-MM TO WS-RUN-YMD-MM.
           MOVE WS-RUN-DD TO WS-RUN-YMD-DD.
           MOVE WS-RUN-DATE-YMD TO WS-BUS-DATE-X.
           OPEN INPUT CTL-REC.
           IF CTL-ST = 0 OR CTL-ST = 97
              READ CTL-REC
                 AT END CONTINUE
              END-READ
              IF CTL-ST = 0
                 MOVE CTL-MODE TO WS-MODE
                 IF (CTL-MONTHS NUMERIC) AND (CTL-MONTHS NOT = ZERO)
                    COMPUTE WS-MONTHS =
                       FUNCTION NUMVAL (CTL-MONTHS)
                 END-IF
                 IF (CTL-BUS-DATE NUMERIC) AND
                    (CTL-BUS-DATE NOT = SPACES)
                    MOVE CTL-BUS-DATE TO WS-BUS-DATE-X
                 END-IF
                 IF (CTL-NOTICE-DAYS NUMERIC) AND
                    (CTL-NOTICE-DAYS NOT = ZERO)
                    COMPUTE WS-NOTICE-DAYS =
                       FUNCTION NUMVAL (CTL-NOTICE-DAYS)
                 END-IF
                 IF CTL-SUSPENSE-ID NUMERIC
                    MOVE CTL-SUSPENSE-ID TO WS-SUSPENSE-ID
                    COMPUTE WS-SUSPENSE-ID-N =
                       FUNCTION NUMVAL (CTL-SUSPENSE-ID)
                 END-IF
              END-IF
              CLOSE CTL-REC
           END-IF.
           IF NOT (WS-MODE-NOTICE OR WS-MODE-TRANSFER)
              DISPLAY 'ESCHCTL MODE MUST BE N OR T - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-MODE-TRANSFER AND (WS-SUSPENSE-ID = SPACES)
              DISPLAY 'NO SUSPENSE ACCOUNT ON ESCHCTL - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-BUS-DAY-NUM =
              FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N).
           STRING 'ESCH' WS-BUS-DATE-X (1:6)
              DELIMITED BY SIZE INTO WS-MOV-REF.
           MOVE WS-BUS-DATE-X TO WS-HDR-DATE.
       H050-END. EXIT.
      *Is tarihinden yasal sure kadar ay geri giderek kesim
      *donemini (YYYYAA) hesaplar; ay sayisi uzerinden hesaplanir ki
      *yil devirlerinde kayma olmasin
       H060-COMPUTE-CUTOFF.
           COMPUTE WS-TOTAL-MONTHS =
              (WS-BUS-YYYY * 12) + WS-BUS-MM - 1 - WS-MONTHS.
           COMPUTE WS-CUT-YYYY = WS-TOTAL-MONTHS / 12.
           COMPUTE WS-CUT-MM =
              WS-TOTAL-MONTHS - (WS-CUT-YYYY * 12) + 1.
           DISPLAY 'ESCHEAT MODE ' WS-MODE ' CUTOFF PERIOD: '
                   WS-CUTOFF-PERIOD ' (' WS-MONTHS
                   ' MONTHS BEFORE ' WS-BUS-DATE-X ')'.
       H060-END. EXIT.
      *Dosya acilamama ve okunamama durumu. Devir adiminda hareket
      *ekstresi kopyalanir, beyan dosyasi HDR kaydiyla baslar ve
      *aski hesaplari yuklenir.
       H100-OPEN-FILES.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O NTC-REC.
           IF NTC-ST = 35
              DISPLAY 'NO ESCHEAT NOTICE FILE FOUND, CREATING FILE'
              OPEN OUTPUT NTC-REC
              IF (NTC-ST NOT = 0) AND (NTC-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN3 FILE: ' NTC-ST
                 MOVE NTC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE NTC-REC
              OPEN I-O NTC-REC
           END-IF.
           IF (NTC-ST NOT = 0) AND (NTC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' NTC-ST
              MOVE NTC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ESR-RPT.
           IF (ESR-ST NOT = 0) AND (ESR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' ESR-ST
              MOVE ESR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-MODE-TRANSFER
              PERFORM H110-OPEN-TRANSFER-FILES
              PERFORM H150-LOAD-SUSPENSE
           END-IF.
       H100-END. EXIT.
      *Devir adiminin cikislarini acar; gunun ekstresi HDR
      *kaydindan itibaren cikisa kopyalanir ve TRL kontrol kaydi
      *dogrulanir. Dosya hic yoksa bos sayilir ve cikis kendi HDR
      *kaydiyla baslar.
       H110-OPEN-TRANSFER-FILES.
           OPEN OUTPUT RTN-REC.
           IF (RTN-ST NOT = 0) AND (RTN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' RTN-ST
              MOVE RTN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RTN-HDR-REC.
           MOVE 'HDR' TO RTN-HDR-TYPE.
           MOVE WS-BUS-DATE-X TO RTN-HDR-DATE.
           MOVE 'ESCHEAT' TO RTN-HDR-PROGRAM.
           MOVE WS-SUSPENSE-ID TO RTN-HDR-SUSPENSE.
           WRITE RTN-HDR-REC.
           OPEN OUTPUT PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN10 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
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
              DISPLAY 'NO PSTEXTR INPUT, TRANSFERS ONLY'
              PERFORM H135-WRITE-OWN-HEADER
           END-IF.
       H110-END. EXIT.
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
           MOVE 'ESCHEAT' TO PSX-HDR-PROGRAM.
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
      *Aski hesap numarasinin ACCTREC'teki kurlarini tabloya alir.
      *Yalniz acik aski hesabi kullanilir; aski hesabi hic yoksa
      *devir yapilamaz ve calisma reddedilir.
       H150-LOAD-SUSPENSE.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-SUSPENSE-ID-N TO ACCT-ID.
           MOVE ZERO TO ACCT-CUR.
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           MOVE 'N' TO WS-SUS-MORE-SW.
           IF INVALID-KEY NOT = 'Y'
              PERFORM H158-READ-NEXT-SUSPENSE
           END-IF.
           INITIALIZE INVALID-KEY.
           PERFORM H155-LOAD-ONE-SUSPENSE UNTIL NOT WS-SUS-MORE.
           IF WS-SUS-CNT = ZERO
              DISPLAY 'SUSPENSE ACCOUNT ' WS-SUSPENSE-ID
                      ' NOT FOUND - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.
      *Tek aski hesabi kurunu tabloya ekler
       H155-LOAD-ONE-SUSPENSE.
           IF NOT ACCT-OPEN
              DISPLAY 'WARNING: SUSPENSE ACCOUNT ' WS-SUSPENSE-ID
                      ' CUR ' ACCT-CUR ' NOT OPEN, NOT USED'
           ELSE
              IF WS-SUS-CNT < 20
                 ADD 1 TO WS-SUS-CNT
                 SET WS-SUS-IDX TO WS-SUS-CNT
                 MOVE ACCT-CUR TO WS-SUS-CUR (WS-SUS-IDX)
                 MOVE ZERO TO WS-SUS-XFER-CNT (WS-SUS-IDX)
                 MOVE ZERO TO WS-SUS-AMOUNT (WS-SUS-IDX)
              ELSE
                 DISPLAY 'WARNING: SUSPENSE TABLE FULL, CUR '
                         ACCT-CUR ' NOT USED'
              END-IF
           END-IF.
           PERFORM H158-READ-NEXT-SUSPENSE.
       H155-END. EXIT.
      *Aski hesap zincirinin sonraki kaydini okur; baska hesap
      *numarasina gecince zincir biter
       H158-READ-NEXT-SUSPENSE.
           READ ACCT-REC NEXT RECORD
              AT END MOVE 'N' TO WS-SUS-MORE-SW
           END-READ.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                                AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ6 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF ACCT-ST = 10
              MOVE 'N' TO WS-SUS-MORE-SW
           ELSE
              IF ACCT-ID = WS-SUSPENSE-ID-N
                 MOVE 'Y' TO WS-SUS-MORE-SW
              ELSE
                 MOVE 'N' TO WS-SUS-MORE-SW
              END-IF
           END-IF.
       H158-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO ESR-PRINT-REC.
           IF WS-MODE-NOTICE
              MOVE 'ESCHEAT NOTICE LIST' TO ESR-HDR-PROGRAM
           ELSE
              MOVE 'ESCHEAT TRANSFER LIST' TO ESR-HDR-PROGRAM
           END-IF.
           MOVE 'DATE: ' TO ESR-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO ESR-HDR-DATE.
           MOVE 'PAGE: ' TO ESR-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO ESR-HDR-PAGE.
           WRITE ESR-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Hesap kolon basliklarini basar
       H185-PRINT-COLUMN-HEADERS.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'HESAP KUR' TO ESR-COL-ID.
           MOVE '           BAKIYE' TO ESR-COL-BALANCE.
           MOVE 'SON HRKT' TO ESR-COL-LAST.
           MOVE 'BILDIRIM' TO ESR-COL-NOTICE.
           MOVE 'DEVIR' TO ESR-COL-DUE.
           MOVE 'DURUM' TO ESR-COL-EVENT.
           WRITE ESR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H185-END. EXIT.
      *SORT giris yordami: ACCTREC bastan sona taranir, her hesap
      *degerlendirilir
       H200-SCAN-ACCOUNTS.
           MOVE SPACES TO INVALID-KEY.
           MOVE LOW-VALUES TO ACCT-KEY.
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              MOVE 10 TO ACCT-ST
           ELSE
              PERFORM H285-READ-NEXT-ACCOUNT
           END-IF.
           INITIALIZE INVALID-KEY.
           PERFORM H205-PROCESS-ACCOUNT UNTIL ACCT-EOF.
       H200-END. EXIT.
      *Tek hesabi degerlendirir, sonrakini okur
       H205-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-CNT.
           PERFORM H210-CHECK-ACCOUNT.
           PERFORM H285-READ-NEXT-ACCOUNT.
       H205-END. EXIT.
      *Aski hesabinin kendisi ve zaten devredilmis hesap atlanir.
      *Uykudaki, arti bakiyeli ve son hareketi kesim doneminden eski
      *(veya hic damgalanmamis) hesap devre adaydir. Bildirimi olup
      *artik aday olmayan hesabin bildirimi duser.
       H210-CHECK-ACCOUNT.
           IF WS-MODE-TRANSFER AND (ACCT-ID = WS-SUSPENSE-ID-N)
              ADD 1 TO WS-SUSPENSE-SKIP-CNT
           ELSE
              IF ACCT-TRANSFERRED
                 ADD 1 TO WS-ALREADY-CNT
              ELSE
                 PERFORM H215-EVALUATE-ACCOUNT
              END-IF
           END-IF.
       H210-END. EXIT.
      *Adaylik denetimi ve moda gore bildirim/devir karari
       H215-EVALUATE-ACCOUNT.
           MOVE 'N' TO WS-QUALIFY-SW.
           IF ACCT-DORMANT AND (ACCT-BALANCE > ZERO)
              MOVE ACCT-LAST-MOVE (1:6) TO WS-LAST-MOVE-PERIOD
              IF (ACCT-LAST-MOVE = SPACES) OR
                 (WS-LAST-MOVE-PERIOD < WS-CUTOFF-PERIOD)
                 MOVE 'Y' TO WS-QUALIFY-SW
              END-IF
           END-IF.
           PERFORM H220-READ-NOTICE.
           IF WS-QUALIFIES
              ADD 1 TO WS-QUALIFY-CNT
              IF WS-MODE-NOTICE
                 IF WS-HAVE-NOTICE AND NTC-NOTICED
                    ADD 1 TO WS-PENDING-CNT
                 ELSE
                    PERFORM H230-GIVE-NOTICE
                 END-IF
              ELSE
                 IF WS-HAVE-NOTICE AND NTC-NOTICED
                    PERFORM H250-CHECK-MATURITY
                 ELSE
                    ADD 1 TO WS-NONOTICE-CNT
                    MOVE SPACES TO WS-DUE-DATE
                    MOVE 'BILDIRIM YOK' TO WS-EVENT-TEXT
                    MOVE ACCT-BALANCE TO WS-XFER-AMOUNT
                    PERFORM H280-RELEASE-EVENT
                 END-IF
              END-IF
           ELSE
              IF WS-HAVE-NOTICE AND NTC-NOTICED
                 PERFORM H240-VOID-NOTICE
              END-IF
           END-IF.
       H215-END. EXIT.
      *Hesabin bildirim kaydini anahtardan okur
       H220-READ-NOTICE.
           MOVE 'N' TO WS-HAVE-NOTICE-SW.
           MOVE SPACES TO INVALID-KEY.
           MOVE ACCT-ID TO WS-KEY-ID-N.
           MOVE ACCT-CUR TO WS-KEY-CUR-N.
           MOVE WS-KEY-ID TO NTC-ID.
           MOVE WS-KEY-CUR TO NTC-CUR.
           READ NTC-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY NOT = 'Y'
              MOVE 'Y' TO WS-HAVE-NOTICE-SW
           END-IF.
           INITIALIZE INVALID-KEY.
       H220-END. EXIT.
      *Hesaba bildirim kaydi acar (dusmus bildirim yenilenir);
      *planlanan devir tarihi is tarihi + bildirim suresidir
       H230-GIVE-NOTICE.
           COMPUTE WS-DAY-NUM = WS-BUS-DAY-NUM + WS-NOTICE-DAYS.
           COMPUTE WS-WORK-DATE-N =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           MOVE WS-WORK-DATE-X TO WS-DUE-DATE.
           MOVE SPACES TO NTC-FIELDS.
           MOVE WS-KEY-ID TO NTC-ID.
           MOVE WS-KEY-CUR TO NTC-CUR.
           MOVE ACCT-CUST-NO TO NTC-CUST-NO.
           MOVE WS-BUS-DATE-X TO NTC-NOTICE-DATE.
           MOVE WS-DUE-DATE TO NTC-DUE-DATE.
           MOVE ACCT-BALANCE TO NTC-BALANCE.
           MOVE 'N' TO NTC-STATUS.
           MOVE ZERO TO NTC-XFER-AMOUNT.
           IF WS-HAVE-NOTICE
              REWRITE NTC-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
           ELSE
              WRITE NTC-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
           END-IF.
           PERFORM H245-CHECK-NOTICE-WRITE.
           ADD 1 TO WS-NOTICED-CNT.
           MOVE ACCT-BALANCE TO WS-XFER-AMOUNT.
           MOVE 'BILDIRILDI' TO WS-EVENT-TEXT.
           PERFORM H280-RELEASE-EVENT.
       H230-END. EXIT.
      *Hesap bildirimden sonra hareket gordu, bakiyesi bitti veya
      *durumu degisti: bildirim duser, devir yapilmaz
       H240-VOID-NOTICE.
           MOVE 'V' TO NTC-STATUS.
           REWRITE NTC-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           PERFORM H245-CHECK-NOTICE-WRITE.
           ADD 1 TO WS-VOID-CNT.
           MOVE NTC-DUE-DATE TO WS-DUE-DATE.
           MOVE ACCT-BALANCE TO WS-XFER-AMOUNT.
           MOVE 'BILDIRIM DUS' TO WS-EVENT-TEXT.
           PERFORM H280-RELEASE-EVENT.
       H240-END. EXIT.
      *Bildirim kaydi yazim hatasi calismayi durdurur
       H245-CHECK-NOTICE-WRITE.
           IF (INVALID-KEY = 'Y') OR
              ((NTC-ST NOT = 0) AND (NTC-ST NOT = 97))
              DISPLAY 'UNABLE TO WRITE7 FILE: ' NTC-ST
              MOVE NTC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H245-END. EXIT.
      *Bildirim suresi dolmussa hesabi devreder; dolmamis bildirim
      *bekler. Kurun aski hesabi yoksa devir yapilmaz, raporlanir.
       H250-CHECK-MATURITY.
           MOVE NTC-DUE-DATE TO WS-DUE-DATE.
           IF NTC-DUE-DATE > WS-BUS-DATE-X
              ADD 1 TO WS-PENDING-CNT
           ELSE
              PERFORM H265-FIND-SUSPENSE
              IF WS-SUS-FOUND
                 PERFORM H260-TRANSFER-ACCOUNT
              ELSE
                 ADD 1 TO WS-NOSUS-CNT
                 MOVE ACCT-BALANCE TO WS-XFER-AMOUNT
                 MOVE 'ASKI HSP YOK' TO WS-EVENT-TEXT
                 PERFORM H280-RELEASE-EVENT
              END-IF
           END-IF.
       H250-END. EXIT.
      *Bakiyeyi aski hesabina devreder: hesaptan borc, aski
      *hesabina alacak hareketi yazilir, hesap sifir bakiyeyle
      *devredildi durumuna cekilir, bildirim kapatilir. Aski hesabinin
      *bakiyesi tarama sonunda kur toplamiyla guncellenir.
       H260-TRANSFER-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-XFER-AMOUNT.
           MOVE ZERO TO ACCT-BALANCE.
           MOVE 'T' TO ACCT-STATUS.
           REWRITE ACCT-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           IF (INVALID-KEY = 'Y') OR
              ((ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97))
              DISPLAY 'UNABLE TO REWRITE8 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'T' TO NTC-STATUS.
           MOVE WS-BUS-DATE-X TO NTC-XFER-DATE.
           MOVE WS-XFER-AMOUNT TO NTC-XFER-AMOUNT.
           REWRITE NTC-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           PERFORM H245-CHECK-NOTICE-WRITE.
           ADD 1 TO WS-TRANSFER-CNT.
           ADD 1 TO WS-SUS-XFER-CNT (WS-SUS-IDX).
           ADD WS-XFER-AMOUNT TO WS-SUS-AMOUNT (WS-SUS-IDX).
           PERFORM H270-WRITE-MOVEMENTS.
           MOVE 'DEVREDILDI' TO WS-EVENT-TEXT.
           PERFORM H280-RELEASE-EVENT.
       H260-END. EXIT.
      *Hesabin kuruna ait aski hesabi girdisini bulur
       H265-FIND-SUSPENSE.
           MOVE 'N' TO WS-SUS-FOUND-SW.
           PERFORM H266-SCAN-SUSPENSE
              VARYING WS-SUS-IDX FROM 1 BY 1
              UNTIL WS-SUS-IDX > WS-SUS-CNT OR WS-SUS-FOUND.
           IF WS-SUS-FOUND
              SET WS-SUS-IDX DOWN BY 1
           END-IF.
       H265-END. EXIT.
      *Aski tablosunda tek bir girdiyi karsilastirir
       H266-SCAN-SUSPENSE.
           IF ACCT-CUR = WS-SUS-CUR (WS-SUS-IDX)
              MOVE 'Y' TO WS-SUS-FOUND-SW
           END-IF.
       H266-END. EXIT.
      *Devri hareket ekstresine ayni referansla iki hareket olarak
      *yazar: devredilen hesaptan borc, aski hesabina alacak
       H270-WRITE-MOVEMENTS.
           MOVE WS-XFER-AMOUNT TO WS-MOV-AMOUNT-TXT.
           MOVE SPACES TO PSX-FIELDS.
           MOVE WS-KEY-ID TO PSX-ID.
           MOVE WS-KEY-CUR TO PSX-CUR.
           MOVE 'D' TO PSX-DC.
           MOVE WS-MOV-AMOUNT-TXT TO PSX-AMOUNT.
           MOVE WS-BUS-DATE-X TO PSX-VALDATE.
           MOVE WS-MOV-REF TO PSX-REF.
           WRITE PSX-FIELDS.
           MOVE SPACES TO PSX-FIELDS.
           MOVE WS-SUSPENSE-ID TO PSX-ID.
           MOVE WS-KEY-CUR TO PSX-CUR.
           MOVE 'C' TO PSX-DC.
           MOVE WS-MOV-AMOUNT-TXT TO PSX-AMOUNT.
           MOVE WS-BUS-DATE-X TO PSX-VALDATE.
           MOVE WS-MOV-REF TO PSX-REF.
           WRITE PSX-FIELDS.
           ADD 2 TO WS-MOVEMENT-CNT.
           ADD 2 TO WS-PSX-WRITE-CNT.
           ADD WS-XFER-AMOUNT TO WS-PSX-HASH.
           ADD WS-XFER-AMOUNT TO WS-PSX-HASH.
       H270-END. EXIT.
      *Hesap olayini musteri sirasina dizilmek uzere SORT'a verir
       H280-RELEASE-EVENT.
           MOVE SPACES TO SRT-FIELDS.
           MOVE ACCT-CUST-NO TO SRT-CUST-NO.
           MOVE WS-KEY-ID TO SRT-ID.
           MOVE WS-KEY-CUR TO SRT-CUR.
           MOVE WS-XFER-AMOUNT TO SRT-AMOUNT.
           MOVE ACCT-LAST-MOVE TO SRT-LAST-MOVE.
           IF WS-HAVE-NOTICE OR WS-EVENT-TEXT = 'BILDIRILDI'
              MOVE NTC-NOTICE-DATE TO SRT-NOTICE-DATE
           END-IF.
           MOVE WS-DUE-DATE TO SRT-DUE-DATE.
           MOVE WS-EVENT-TEXT TO SRT-EVENT.
           IF WS-EVENT-TEXT = 'DEVREDILDI'
              MOVE 'Y' TO SRT-XFER-SW
              MOVE WS-BUS-DATE-X TO SRT-DUE-DATE
           ELSE
              MOVE 'N' TO SRT-XFER-SW
           END-IF.
           RELEASE SRT-FIELDS.
           MOVE SPACES TO WS-EVENT-TEXT.
       H280-END. EXIT.
      *ACCTREC'ten sirali bir kayit okur
       H285-READ-NEXT-ACCOUNT.
           READ ACCT-REC NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                                AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ9 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H285-END. EXIT.
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
      *Beyan dosyasini detay sayisi ve tutar kontrol toplamini
      *tasiyan TRL kaydiyla kapatir
       H295-WRITE-RTN-TRAILER.
           MOVE SPACES TO RTN-TRL-REC.
           MOVE 'TRL' TO RTN-TRL-TYPE.
           MOVE WS-RTN-DTL-CNT TO RTN-TRL-COUNT.
           MOVE WS-RTN-HASH TO RTN-TRL-HASH.
           WRITE RTN-TRL-REC.
       H295-END. EXIT.
      *SORT cikis yordami: olaylari musteri sirasiyla alir; her
      *musteri yeni sayfada ad soyadiyla baslar. Devir adiminda
      *devredilen hesaplar beyan dosyasina da yazilir.
       H500-PRINT-LIST.
           PERFORM H510-RETURN-EVENT.
           PERFORM H520-PRINT-EVENT UNTIL WS-SRT-EOF.
       H500-END. EXIT.
      *Siradaki olayi SORT'tan alir
       H510-RETURN-EVENT.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H510-END. EXIT.
      *Tek bir olay satirini basar; musteri degistiginde yeni
      *sayfada musteri blogu acilir
       H520-PRINT-EVENT.
           IF SRT-CUST-NO NOT = WS-PREV-CUST-NO
              PERFORM H525-PRINT-CUSTOMER
           END-IF.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
              PERFORM H185-PRINT-COLUMN-HEADERS
           END-IF.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE SRT-ID TO ESR-ID.
           MOVE SRT-CUR TO ESR-CUR.
           MOVE SRT-AMOUNT TO ESR-BALANCE.
           IF SRT-LAST-MOVE = SPACES
              MOVE '(YOK)' TO ESR-LAST-MOVE
           ELSE
              MOVE SRT-LAST-MOVE TO ESR-LAST-MOVE
           END-IF.
           MOVE SRT-NOTICE-DATE TO ESR-NOTICE-DATE.
           MOVE SRT-DUE-DATE TO ESR-DUE-DATE.
           MOVE SRT-EVENT TO ESR-EVENT.
           WRITE ESR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-LIST-LINE-CNT.
           IF SRT-IS-TRANSFER
              PERFORM H530-WRITE-RTN-DETAIL
           END-IF.
           PERFORM H510-RETURN-EVENT.
       H520-END. EXIT.
      *Musterinin ad soyadini CUSTREC'ten alir ve yeni sayfada
      *musteri blogunu basar
       H525-PRINT-CUSTOMER.
           MOVE SRT-CUST-NO TO WS-PREV-CUST-NO.
           MOVE SPACES TO WS-LIST-NAME.
           MOVE SPACES TO WS-LIST-SURNAME.
           MOVE SPACES TO INVALID-KEY.
           MOVE SRT-CUST-NO TO CUST-NO.
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              MOVE '(MUSTERI YOK)' TO WS-LIST-NAME
           ELSE
              MOVE CUST-NAME TO WS-LIST-NAME
              MOVE CUST-SURNAME TO WS-LIST-SURNAME
           END-IF.
           INITIALIZE INVALID-KEY.
           MOVE ZERO TO WS-PAGE-NO.
           PERFORM H180-PRINT-PAGE-HEADERS.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'MUSTERI: ' TO ESR-CUST-LABEL.
           STRING SRT-CUST-NO ' ' WS-LIST-NAME ' ' WS-LIST-SURNAME
              DELIMITED BY SIZE INTO ESR-CUST-VALUE.
           WRITE ESR-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           PERFORM H185-PRINT-COLUMN-HEADERS.
       H525-END. EXIT.
      *Devredilen hesabi beyan dosyasina detay olarak yazar
       H530-WRITE-RTN-DETAIL.
           MOVE SPACES TO RTN-FIELDS.
           MOVE 'DTL' TO RTN-TYPE.
           MOVE SRT-ID TO RTN-ACCT-ID.
           MOVE SRT-CUR TO RTN-CUR.
           MOVE SRT-CUST-NO TO RTN-CUST-NO.
           MOVE WS-LIST-NAME TO RTN-NAME.
           MOVE WS-LIST-SURNAME TO RTN-SURNAME.
           MOVE SRT-AMOUNT TO RTN-AMOUNT.
           MOVE SRT-LAST-MOVE TO RTN-LAST-MOVE.
           MOVE SRT-NOTICE-DATE TO RTN-NOTICE-DATE.
           MOVE SRT-DUE-DATE TO RTN-XFER-DATE.
           WRITE RTN-FIELDS.
           ADD 1 TO WS-RTN-DTL-CNT.
           ADD SRT-AMOUNT TO WS-RTN-HASH.
       H530-END. EXIT.
      *Kur bazinda biriken devir tutarlarini aski hesaplarina
      *alacaklar; aski hesabi gercek bir hareket aldigi icin son
      *hareket tarihi damgalanir
       H600-POST-SUSPENSE.
           PERFORM H610-POST-ONE-SUSPENSE
              VARYING WS-SUS-IDX FROM 1 BY 1
              UNTIL WS-SUS-IDX > WS-SUS-CNT.
       H600-END. EXIT.
      *Tek kurun aski hesabini okur ve devir toplamini ekler
       H610-POST-ONE-SUSPENSE.
           IF WS-SUS-AMOUNT (WS-SUS-IDX) NOT = ZERO
              MOVE SPACES TO INVALID-KEY
              MOVE WS-SUSPENSE-ID-N TO ACCT-ID
              MOVE WS-SUS-CUR (WS-SUS-IDX) TO ACCT-CUR
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVALID-KEY NOT = 'Y'
                 ADD WS-SUS-AMOUNT (WS-SUS-IDX) TO ACCT-BALANCE
                 MOVE WS-BUS-DATE-X TO ACCT-LAST-MOVE
                 REWRITE ACCT-FIELDS
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-REWRITE
              END-IF
              IF (INVALID-KEY = 'Y') OR
                 ((ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97))
                 DISPLAY 'UNABLE TO REWRITE11 FILE: ' ACCT-ST
                         ' SUSPENSE CUR ' WS-SUS-CUR (WS-SUS-IDX)
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H610-END. EXIT.
      *Rapor sonuna kur bazinda devir toplamlarini ve kontrol
      *toplamlarini basar
       H400-PRINT-TOTALS.
           MOVE ZERO TO WS-PAGE-NO.
           PERFORM H180-PRINT-PAGE-HEADERS.
           IF WS-MODE-TRANSFER
              PERFORM H410-PRINT-CUR-TOTAL
                 VARYING WS-SUS-IDX FROM 1 BY 1
                 UNTIL WS-SUS-IDX > WS-SUS-CNT
           END-IF.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE '***** CONTROL TOTALS *****' TO ESR-TRL-LABEL.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'ACCT-REC KAYITLARI OKUNAN  :' TO ESR-TRL-LABEL.
           MOVE WS-ACCT-READ-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'YASAL SURESI DOLAN HESAP   :' TO ESR-TRL-LABEL.
           MOVE WS-QUALIFY-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'YENI BILDIRIM              :' TO ESR-TRL-LABEL.
           MOVE WS-NOTICED-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'BILDIRIM SURESI BEKLEYEN   :' TO ESR-TRL-LABEL.
           MOVE WS-PENDING-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'DUSEN BILDIRIM             :' TO ESR-TRL-LABEL.
           MOVE WS-VOID-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'DEVREDILEN HESAP           :' TO ESR-TRL-LABEL.
           MOVE WS-TRANSFER-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'BILDIRIMSIZ ADAY HESAP     :' TO ESR-TRL-LABEL.
           MOVE WS-NONOTICE-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'ASKI HESABI OLMAYAN KUR    :' TO ESR-TRL-LABEL.
           MOVE WS-NOSUS-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'ONCEDEN DEVREDILMIS HESAP  :' TO ESR-TRL-LABEL.
           MOVE WS-ALREADY-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'LISTEYE BASILAN SATIR      :' TO ESR-TRL-LABEL.
           MOVE WS-LIST-LINE-CNT TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
           IF WS-MODE-TRANSFER
              MOVE SPACES TO ESR-PRINT-REC
              MOVE 'PSTEXTR HAREKET YAZILAN    :' TO ESR-TRL-LABEL
              MOVE WS-MOVEMENT-CNT TO ESR-TRL-VALUE
              WRITE ESR-PRINT-REC
              MOVE SPACES TO ESR-PRINT-REC
              MOVE 'ESCHRTN DETAY YAZILAN      :' TO ESR-TRL-LABEL
              MOVE WS-RTN-DTL-CNT TO ESR-TRL-VALUE
              WRITE ESR-PRINT-REC
           END-IF.
       H400-END. EXIT.
      *Tek kurun devir sayisi ve tutarini basar
       H410-PRINT-CUR-TOTAL.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE 'DEVIR TOPLAMI' TO ESR-TOT-LABEL.
           MOVE WS-SUS-CUR (WS-SUS-IDX) TO WS-KEY-CUR-N.
           MOVE WS-KEY-CUR TO ESR-TOT-CUR.
           MOVE WS-SUS-AMOUNT (WS-SUS-IDX) TO ESR-TOT-AMOUNT.
           WRITE ESR-PRINT-REC.
           MOVE SPACES TO ESR-PRINT-REC.
           MOVE '   DEVREDILEN HESAP        :' TO ESR-TRL-LABEL.
           MOVE WS-SUS-XFER-CNT (WS-SUS-IDX) TO ESR-TRL-VALUE.
           WRITE ESR-PRINT-REC.
       H410-END. EXIT.
      *Dosya kapatma; devir dosyalari yalniz devir adiminda acilir
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 CUST-REC
                 NTC-REC
                 ESR-RPT.
           IF WS-MODE-TRANSFER
              CLOSE PSX-REC
                    RTN-REC
           END-IF.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
