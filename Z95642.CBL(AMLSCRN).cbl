       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMLSCRN.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Gunluk supheli islem taramasi: POSTTRN'den sonra gunun
      *uygulanan hareket ekstresi okunur, her hareket hesabinin
      *musteri numarasiyla etiketlenip FXRATE kurlariyla TRY'ye
      *cevrilir ve ic SORT ile musteri sirasina dizilir. Cikis
      *yordami musteri bazinda uc durumu isaretler: esik ustu tek
      *islem (LRG), esigin hemen altinda cok sayida islem (STR) ve
      *uykudaki hesapta ayni gun buyuk giris ve cikis (DRM).
      *Isaretlenen musteriler uyum raporuna ve sabit duzenli vaka
      *dosyasina yazilir; uyum biriminin temize cikardigi musteriler
      *muafiyet listesiyle bastirilir.
      *DYNAMIC erisim: giris yordami hareketi etiketlemek icin ana
      *anahtardan okur, cikis yordami isaretlenen musterinin hesap
      *zincirini ACCT-CUST-NO indexinden yurur, calisma sonunda
      *uykudaki hesap goruntusu icin dosya bastan sona taranir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Musteri ana dosyasi yalniz okunur: rapor ve vaka dosyasi icin
      *ad soyad buradan alinir
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *Uykudaki hesap goruntusu: POSTTRN hareket goren uykudaki
      *hesabi yeniden actigi icin hesabin gun basindaki durumu
      *ACCTREC'ten okunamaz. Her calisma sonunda uykudaki hesaplar
      *bu dosyaya yazilir, ertesi gun hareketler buna gore
      *degerlendirilir. Ilk calismada RUNCTL'deki gibi yaratilir.
           SELECT DSN-REC    ASSIGN TO    DORMSNAP
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       DSN-KEY
                             STATUS       DSN-ST.
      *Gunun hareketleri; TRL kontrol kaydi dogrulanmadan dosyaya
      *guvenilmez
           SELECT PST-REC    ASSIGN TO    PSTEXTR
                             STATUS       PST-ST.
      *Hareketlerin (musteri no, hesap anahtari) sirasina dizildigi
      *SORT calisma dosyasi
           SELECT SRT-FILE   ASSIGN TO    SRTWRK.
      *Kur karsiliklarinin geldigi doviz kuru dosyasi; duzen
      *VSAMCBL'nin B modundaki FXRATE ile aynidir
           SELECT FX-REC     ASSIGN TO    FXRATE
                             STATUS       FX-ST.
      *Tarama esiklerini tasiyan parametre dosyasi; yoksa calisma
      *reddedilir
           SELECT PRM-REC    ASSIGN TO    AMLPARM
                             STATUS       PRM-ST.
      *Uyum biriminin temize cikardigi musteriler; yoksa muafiyet
      *yoktur
           SELECT EXM-REC    ASSIGN TO    AMLEXMP
                             STATUS       EXM-ST.
      *Is tarihini tasiyan kontrol karti; kart yoksa makine tarihi
      *kullanilir
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
      *Uyum raporu ve kontrol toplamlari
           SELECT AML-RPT    ASSIGN TO    AMLRPT
                             STATUS       AML-ST.
      *Uyum biriminin izleme sistemine giden vaka dosyasi
           SELECT CAS-REC    ASSIGN TO    AMLCASE
                             STATUS       CAS-ST.
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
      *CUSTREC duzeni VSAMCBL ve CUSTMNT'deki CUST-FIELDS ile aynidir
       FD  CUST-REC.
       01  CUST-FIELDS.
           03 CUST-NO        PIC X(05).
           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
           03 FILLER         PIC X(05).
      *DORMSNAP Degiskenleri - uykudaki hesap anahtari, musteri no,
      *son hareket tarihi ve goruntunun alindigi is tarihi
       FD  DSN-REC.
       01  DSN-FIELDS.
           03 DSN-KEY.
              05 DSN-ID         PIC X(05).
              05 DSN-CUR        PIC X(03).
           03 DSN-CUST-NO    PIC X(05).
           03 DSN-LAST-MOVE  PIC X(08).
           03 DSN-SNAP-DATE  PIC X(08).
           03 FILLER         PIC X(11).
      *PSTEXTR Degiskenleri - duzen POSTTRN'deki PST-FIELDS ile
      *ayni; HDR/TRL kontrol kayitlari ayri goruntulenir
       FD  PST-REC     RECORDING MODE F.
       01  PST-FIELDS.
           05 PST-ID         PIC X(05).
           05 PST-CUR        PIC X(03).
           05 PST-DC         PIC X(01).
           05 PST-AMOUNT     PIC X(15).
           05 PST-VALDATE    PIC X(08).
           05 PST-REF        PIC X(10).
       01  PST-CTL-REC.
           05 PST-TYPE       PIC X(03).
           05 PST-CTL-COUNT  PIC 9(07).
           05 PST-CTL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(15).
      *SORT calisma kaydi - hareketin onune hesabinin musteri
      *numarasi eklenir; tutar TRY karsiligiyla birlikte tasinir.
      *Hesabin gun basinda uykuda olup olmadigi ve kurun bulunup
      *bulunmadigi giris yordaminda belirlenir.
       SD  SRT-FILE.
       01  SRT-FIELDS.
           05 SRT-KEY.
              10 SRT-CUST    PIC X(05).
              10 SRT-ID      PIC X(05).
              10 SRT-CUR     PIC X(03).
           05 SRT-DC         PIC X(01).
           05 SRT-REF        PIC X(10).
           05 SRT-TRY-AMOUNT PIC S9(13)V99 COMP-3.
           05 SRT-DORM-SW    PIC X(01).
              88 SRT-WAS-DORMANT VALUE 'Y'.
           05 SRT-FX-SW      PIC X(01).
              88 SRT-FX-MISSING  VALUE 'Y'.
      *FXRATE Degiskenleri - kur kodu, TRY karsiligi kur ve kur tarihi
       FD  FX-REC      RECORDING MODE F.
       01  FX-FIELDS.
           05 FX-CUR         PIC X(03).
           05 FX-RATE        PIC X(12).
           05 FX-DATE        PIC X(08).
      *AMLPARM Degiskenleri - tutarlar TRY; esik alti bant esigin
      *yuzdesi, adet bandaki en az islem sayisi. Bos birakilan bant
      *yuzdesi 90, adet 3, uykudaki hesap esigi tek islem esigi
      *kabul edilir.
       FD  PRM-REC     RECORDING MODE F.
       01  PRM-FIELDS.
           05 PRM-LARGE-AMT  PIC X(15).
           05 PRM-NEAR-PCT   PIC X(03).
           05 PRM-MIN-COUNT  PIC X(03).
           05 PRM-DORM-AMT   PIC X(15).
           05 FILLER         PIC X(44).
      *AMLEXMP Degiskenleri - temize cikan musteri ve muafiyetin
      *gecerli oldugu son gun; tarih bos ise muafiyet suresizdir
       FD  EXM-REC     RECORDING MODE F.
       01  EXM-FIELDS.
           05 EXM-CUST-NO    PIC X(05).
           05 EXM-UNTIL      PIC X(08).
           05 FILLER         PIC X(67).
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile ayni
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 FILLER         PIC X(71).
      *AMLRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *musteri, vaka, hesap ve toplam satirlari icin REDEFINES ile
      *ayri goruntulenir.
       FD  AML-RPT     RECORDING MODE F.
       01  AML-PRINT-REC         PIC X(80).
       01  AML-HEADING-REC REDEFINES AML-PRINT-REC.
           05 AML-HDR-PROGRAM     PIC X(25).
           05 AML-HDR-DATE-LABEL  PIC X(06).
           05 AML-HDR-DATE        PIC X(08).
           05 FILLER              PIC X(05).
           05 AML-HDR-PAGE-LABEL  PIC X(06).
           05 AML-HDR-PAGE        PIC ZZ9.
           05 FILLER              PIC X(27).
       01  AML-LABEL-REC REDEFINES AML-PRINT-REC.
           05 AML-LBL-TEXT   PIC X(09).
           05 AML-LBL-VALUE  PIC X(37).
           05 FILLER         PIC X(34).
       01  AML-COLHDR-REC REDEFINES AML-PRINT-REC.
           05 AML-COL-REASON PIC X(04).
           05 AML-COL-ACCT   PIC X(10).
           05 AML-COL-REF    PIC X(11).
           05 AML-COL-COUNT  PIC X(06).
           05 AML-COL-CREDIT PIC X(19).
           05 AML-COL-DEBIT  PIC X(19).
           05 FILLER         PIC X(11).
       01  AML-CASE-LINE REDEFINES AML-PRINT-REC.
           05 AML-CAS-REASON PIC X(03).
           05 FILLER         PIC X(01).
           05 AML-CAS-ID     PIC X(05).
           05 FILLER         PIC X(01).
           05 AML-CAS-CUR    PIC X(03).
           05 FILLER         PIC X(01).
           05 AML-CAS-REF    PIC X(10).
           05 FILLER         PIC X(01).
           05 AML-CAS-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(01).
           05 AML-CAS-CREDIT PIC ---,---,---,--9.99.
           05 FILLER         PIC X(01).
           05 AML-CAS-DEBIT  PIC ---,---,---,--9.99.
           05 FILLER         PIC X(12).
       01  AML-ACCT-LINE REDEFINES AML-PRINT-REC.
           05 AML-ACC-LABEL  PIC X(09).
           05 AML-ACC-ID     PIC X(05).
           05 FILLER         PIC X(01).
           05 AML-ACC-CUR    PIC ZZ9.
           05 FILLER         PIC X(01).
           05 AML-ACC-STATUS PIC X(12).
           05 FILLER         PIC X(01).
           05 AML-ACC-BALANCE PIC ---,---,---,--9.99.
           05 FILLER         PIC X(30).
       01  AML-AMOUNT-REC REDEFINES AML-PRINT-REC.
           05 AML-AMT-LABEL  PIC X(30).
           05 FILLER         PIC X(05).
           05 AML-AMT-VALUE  PIC ---,---,---,--9.99.
           05 FILLER         PIC X(27).
       01  AML-TRAILER-REC REDEFINES AML-PRINT-REC.
           05 AML-TRL-LABEL  PIC X(35).
           05 AML-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(34).
      *AMLCASE Degiskenleri - baslik, vaka detay ve kontrol
      *kayitlari. TRY tutarlari isaretsiz metin, kontrol toplami
      *PSTEXTR trailer'i gibi isaretli metindir.
       FD  CAS-REC     RECORDING MODE F.
       01  CAS-FIELDS.
           05 CAS-TYPE       PIC X(03).
           05 CAS-DATE       PIC X(08).
           05 CAS-CUST-NO    PIC X(05).
           05 CAS-REASON     PIC X(03).
           05 CAS-ACCT-ID    PIC X(05).
           05 CAS-CUR        PIC X(03).
           05 CAS-REF        PIC X(10).
           05 CAS-COUNT      PIC 9(05).
           05 CAS-CREDIT-TRY PIC 9(13).99.
           05 CAS-DEBIT-TRY  PIC 9(13).99.
           05 CAS-NAME       PIC X(15).
           05 CAS-SURNAME    PIC X(15).
           05 FILLER         PIC X(06).
       01  CAS-HDR-REC.
           05 CAS-HDR-TYPE   PIC X(03).
           05 CAS-HDR-DATE   PIC X(08).
           05 CAS-HDR-PROGRAM PIC X(08).
           05 FILLER         PIC X(91).
       01  CAS-TRL-REC.
           05 CAS-TRL-TYPE   PIC X(03).
           05 CAS-TRL-COUNT  PIC 9(07).
           05 CAS-TRL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(83).
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
           05 DSN-ST      PIC 9(02).
              88 DSN-SUCCESS  VALUE 00
                                    97.
           05 PST-ST      PIC 9(02).
              88 PST-EOF      VALUE 10.
              88 PST-SUCCESS  VALUE 00
                                    97.
           05 FX-ST       PIC 9(02).
              88 FX-EOF       VALUE 10.
              88 FX-SUCCESS   VALUE 00
                                    97.
           05 PRM-ST      PIC 9(02).
              88 PRM-SUCCESS  VALUE 00
                                    97.
           05 EXM-ST      PIC 9(02).
              88 EXM-EOF      VALUE 10.
              88 EXM-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 AML-ST      PIC 9(02).
              88 AML-SUCCESS  VALUE 00
                                    97.
           05 CAS-ST      PIC 9(02).
              88 CAS-SUCCESS  VALUE 00
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
      *Calisma kontrol degiskenleri - is tarihi CTLCARD'dan gelir,
      *kart yoksa makine tarihi kullanilir
       01  WS-RUN-CONTROL-AREA.
           05 WS-BUS-DATE        PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
           05 WS-SNAP-NEW-SW     PIC X(01) VALUE 'N'.
              88 WS-SNAP-NEW        VALUE 'Y'.
           05 WS-SNAP-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-SNAP-FOUND      VALUE 'Y'.
      *Tarama esikleri - AMLPARM'dan yuklenir; bant alt siniri tek
      *islem esiginin yuzdesi olarak hesaplanir
       01  WS-THRESHOLD-AREA.
           05 WS-LARGE-AMT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-NEAR-PCT        PIC 9(03) COMP-3 VALUE 090.
           05 WS-MIN-COUNT       PIC 9(03) COMP-3 VALUE 003.
           05 WS-DORM-AMT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-NEAR-FLOOR      PIC S9(13)V99 COMP-3 VALUE ZERO.
      *PSTEXTR kontrol kaydi dogrulama degiskenleri
       01  WS-PSX-VERIFY-AREA.
           05 WS-PSX-TRAILER-SW  PIC X(01) VALUE 'N'.
              88 WS-HAVE-PSX-TRAILER VALUE 'Y'.
           05 WS-PSX-EXP-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-EXP-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSX-ACT-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-ACT-HASH    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-PSX-WORK-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Doviz kuru tablosu - FXRATE dosyasindan yuklenir; duzen
      *VSAMCBL'deki WS-FX-RATE-TABLE ile aynidir
       01  WS-FX-RATE-TABLE.
           05 WS-FX-CNT          PIC 9(02) COMP VALUE ZERO.
           05 WS-FX-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-FX-IDX.
              10 WS-FX-CUR       PIC 9(03).
              10 WS-FX-RATE      PIC S9(05)V9(06) COMP-3.
              10 WS-FX-DATE      PIC X(08).
      *Kur arama ve cevirme degiskenleri; 949 (TRY) her zaman 1
      *kurla cevrilir. Kuru bulunmayan hareket taranamaz ve raporda
      *KUR YOK olarak isaretlenir; is tarihinden eski kur kullanilir
      *ama sayilir.
       01  WS-FX-CHECK-AREA.
           05 WS-BASE-CURRENCY   PIC S9(03) COMP VALUE 949.
           05 WS-FX-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-FX-FOUND        VALUE 'Y'.
           05 WS-LOOK-CUR        PIC S9(03) COMP VALUE ZERO.
           05 WS-USE-FX-RATE     PIC S9(05)V9(06) COMP-3 VALUE ZERO.
           05 WS-USE-FX-DATE     PIC X(08) VALUE SPACES.
      *Muaf musteri tablosu - AMLEXMP dosyasindan yuklenir
       01  WS-EXM-TABLE.
           05 WS-EXM-CNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-EXM-FULL-SW     PIC X(01) VALUE 'N'.
              88 WS-EXM-TABLE-FULL  VALUE 'Y'.
           05 WS-EXM-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-EXM-IDX.
              10 WS-EXM-CUST-NO  PIC X(05).
              10 WS-EXM-UNTIL    PIC X(08).
           05 WS-EXM-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-CUST-EXEMPT     VALUE 'Y'.
      *Hesap anahtarinin metin karsiligi - goruntu dosyasi ve rapor
      *icin
       01  WS-KEY-AREA.
           05 WS-KEY-ID-N        PIC 9(05) VALUE ZERO.
           05 WS-KEY-ID REDEFINES WS-KEY-ID-N
                                 PIC X(05).
           05 WS-KEY-CUR-N       PIC 9(03) VALUE ZERO.
           05 WS-KEY-CUR REDEFINES WS-KEY-CUR-N
                                 PIC X(03).
      *Musteri ve hesap gecis degiskenleri
       01  WS-SCREEN-AREA.
           05 WS-SRT-EOF-SW      PIC X(01) VALUE 'N'.
              88 WS-SRT-EOF         VALUE 'Y'.
           05 WS-THIS-CUST       PIC X(05) VALUE SPACES.
           05 WS-THIS-ID         PIC X(05) VALUE SPACES.
           05 WS-THIS-CUR        PIC X(03) VALUE SPACES.
           05 WS-THIS-DORM-SW    PIC X(01) VALUE 'N'.
              88 WS-THIS-WAS-DORMANT VALUE 'Y'.
           05 WS-ACCT-MOV-CNT    PIC 9(05) COMP-3 VALUE ZERO.
           05 WS-ACCT-CREDIT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ACCT-DEBIT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-STR-CNT         PIC 9(05) COMP-3 VALUE ZERO.
           05 WS-STR-CREDIT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-STR-DEBIT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-CUST-FX-MISS    PIC 9(05) COMP-3 VALUE ZERO.
           05 WS-MORE-ACCT-SW    PIC X(01) VALUE 'N'.
              88 WS-MORE-ACCTS      VALUE 'Y'.
           05 WS-STATUS-TEXT     PIC X(12) VALUE SPACES.
           05 WS-LIST-NAME       PIC X(15) VALUE SPACES.
           05 WS-LIST-SURNAME    PIC X(15) VALUE SPACES.
      *Musterinin vaka tablosu - musteri bitince muafiyete gore
      *basilir ve vaka dosyasina yazilir
       01  WS-CASE-TABLE.
           05 WS-CASE-CNT        PIC 9(03) COMP VALUE ZERO.
           05 WS-CASE-FULL-SW    PIC X(01) VALUE 'N'.
              88 WS-CASE-TABLE-FULL VALUE 'Y'.
           05 WS-CASE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-CASE-IDX.
              10 WS-CASE-REASON  PIC X(03).
              10 WS-CASE-ID      PIC X(05).
              10 WS-CASE-CUR     PIC X(03).
              10 WS-CASE-REF     PIC X(10).
              10 WS-CASE-COUNT   PIC 9(05) COMP-3.
              10 WS-CASE-CREDIT  PIC S9(13)V99 COMP-3.
              10 WS-CASE-DEBIT   PIC S9(13)V99 COMP-3.
           05 WS-NEW-REASON      PIC X(03) VALUE SPACES.
           05 WS-NEW-ID          PIC X(05) VALUE SPACES.
           05 WS-NEW-CUR         PIC X(03) VALUE SPACES.
           05 WS-NEW-REF         PIC X(10) VALUE SPACES.
           05 WS-NEW-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
           05 WS-NEW-CREDIT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-NEW-DEBIT       PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Vaka dosyasi kontrol toplamlari
       01  WS-CAS-CONTROL-AREA.
           05 WS-CAS-DTL-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CAS-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *Islem sayaclari
       01  WS-AML-COUNTS.
           05 WS-MOV-ORPHAN-CNT  PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOV-SCREEN-CNT  PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOV-NOFX-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MOV-OLDFX-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CUST-SCREEN-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CUST-FLAG-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CUST-EXEMPT-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-LRG-CNT         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-STR-CASE-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-DRM-CNT         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SUPPRESS-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SNAP-ADD-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SNAP-DEL-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SNAP-KEEP-CNT   PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu - hareketler ic SORT ile (musteri no, hesap
      *anahtari) sirasina dizilir; giris yordami PSTEXTR'yi
      *dogrulayip etiketleyerek RELEASE eder, cikis yordami musteri
      *gecisiyle tarar. Uykudaki hesap goruntusu tarama bittikten
      *sonra yenilenir ki ayni gunun hareketleri eski goruntuye
      *gore degerlendirilsin.
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H060-READ-PARAMETERS.
           PERFORM H080-OPEN-FILES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS H100-RELEASE-MOVEMENTS
              OUTPUT PROCEDURE IS H200-SCREEN-CUSTOMERS.
           PERFORM H600-REFRESH-SNAPSHOT.
           PERFORM H295-WRITE-CAS-TRAILER.
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
      *Tarama esiklerini okur. Tek islem esigi olmadan tarama
      *anlamsizdir; parametre dosyasi yoksa veya esik sifirsa
      *calisma reddedilir.
       H060-READ-PARAMETERS.
           OPEN INPUT PRM-REC.
           IF PRM-ST = 0 OR PRM-ST = 97
              READ PRM-REC
                 AT END CONTINUE
              END-READ
              IF PRM-ST = 0
                 IF PRM-LARGE-AMT NOT = SPACES
                    COMPUTE WS-LARGE-AMT =
                       FUNCTION NUMVAL (PRM-LARGE-AMT)
                 END-IF
                 IF (PRM-NEAR-PCT NUMERIC) AND
                    (PRM-NEAR-PCT NOT = ZERO)
                    COMPUTE WS-NEAR-PCT =
                       FUNCTION NUMVAL (PRM-NEAR-PCT)
                 END-IF
                 IF (PRM-MIN-COUNT NUMERIC) AND
                    (PRM-MIN-COUNT NOT = ZERO)
                    COMPUTE WS-MIN-COUNT =
                       FUNCTION NUMVAL (PRM-MIN-COUNT)
                 END-IF
                 IF PRM-DORM-AMT NOT = SPACES
                    COMPUTE WS-DORM-AMT =
                       FUNCTION NUMVAL (PRM-DORM-AMT)
                 END-IF
              END-IF
              CLOSE PRM-REC
           END-IF.
           IF WS-LARGE-AMT NOT > ZERO
              DISPLAY 'NO REPORTING THRESHOLD ON AMLPARM - RUN '
                      'REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-DORM-AMT NOT > ZERO
              MOVE WS-LARGE-AMT TO WS-DORM-AMT
           END-IF.
           IF WS-NEAR-PCT > 99
              MOVE 090 TO WS-NEAR-PCT
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
              WS-LARGE-AMT * WS-NEAR-PCT / 100.
       H060-END. EXIT.
      *Dosya acilamama ve okunamama durumu; kur ve muafiyet
      *tablolari da burada yuklenir, vaka dosyasi HDR kaydiyla
      *baslar
       H080-OPEN-FILES.
           OPEN INPUT FX-REC.
           IF (FX-ST NOT = 0) AND (FX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' FX-ST
              MOVE FX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FX-REC.
           IF (FX-ST NOT = 0) AND (FX-ST NOT = 97)
                              AND (FX-ST NOT = 10)
              DISPLAY 'UNABLE TO READ4 FILE: ' FX-ST
              MOVE FX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H160-LOAD-FX-RATES UNTIL FX-EOF.
           CLOSE FX-REC.
           OPEN INPUT EXM-REC.
           IF EXM-ST = 0 OR EXM-ST = 97
              READ EXM-REC
              IF (EXM-ST NOT = 0) AND (EXM-ST NOT = 97)
                                  AND (EXM-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ12 FILE: ' EXM-ST
                 MOVE EXM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H165-LOAD-EXEMPTIONS UNTIL EXM-EOF
              CLOSE EXM-REC
           ELSE
              DISPLAY 'NO AMLEXMP INPUT, NO CUSTOMER SUPPRESSED'
           END-IF.
           OPEN INPUT CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O DSN-REC.
           IF DSN-ST = 35
              DISPLAY 'NO DORMANT SNAPSHOT FOUND, CREATING FILE'
              MOVE 'Y' TO WS-SNAP-NEW-SW
              OPEN OUTPUT DSN-REC
              IF (DSN-ST NOT = 0) AND (DSN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN8 FILE: ' DSN-ST
                 MOVE DSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE DSN-REC
              OPEN I-O DSN-REC
           END-IF.
           IF (DSN-ST NOT = 0) AND (DSN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' DSN-ST
              MOVE DSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AML-RPT.
           IF (AML-ST NOT = 0) AND (AML-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' AML-ST
              MOVE AML-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CAS-REC.
           IF (CAS-ST NOT = 0) AND (CAS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' CAS-ST
              MOVE CAS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO CAS-HDR-REC.
           MOVE 'HDR' TO CAS-HDR-TYPE.
           MOVE WS-BUS-DATE TO CAS-HDR-DATE.
           MOVE 'AMLSCRN' TO CAS-HDR-PROGRAM.
           WRITE CAS-HDR-REC.
           PERFORM H180-PRINT-PAGE-HEADERS.
       H080-END. EXIT.
      *SORT giris yordami: PSTEXTR'yi okur, HDR'yi atlar, TRL'yi
      *saklar, detaylari sayip toplayarak musteri etiketiyle SORT'a
      *verir ve trailer'i dogrular
       H100-RELEASE-MOVEMENTS.
           OPEN INPUT PST-REC.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' PST-ST
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PST-REC.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
                               AND (PST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ2 FILE: ' PST-ST
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-RELEASE-ONE UNTIL PST-EOF.
           CLOSE PST-REC.
           PERFORM H140-VERIFY-TRAILER.
       H100-END. EXIT.
      *Tek bir PSTEXTR kaydini isler: HDR atlanir, TRL beklenen
      *sayi/kontrol toplami olarak saklanir, detay etiketlenip
      *SORT'a verilir
       H120-RELEASE-ONE.
           IF PST-TYPE = 'HDR'
              CONTINUE
           ELSE
              IF PST-TYPE = 'TRL'
                 MOVE 'Y' TO WS-PSX-TRAILER-SW
                 MOVE PST-CTL-COUNT TO WS-PSX-EXP-COUNT
                 COMPUTE WS-PSX-EXP-HASH =
                    FUNCTION NUMVAL (PST-CTL-HASH)
              ELSE
                 ADD 1 TO WS-PSX-ACT-COUNT
                 COMPUTE WS-PSX-WORK-AMT =
                    FUNCTION NUMVAL (PST-AMOUNT)
                 ADD WS-PSX-WORK-AMT TO WS-PSX-ACT-HASH
                 PERFORM H130-TAG-AND-RELEASE
              END-IF
           END-IF.
           READ PST-REC.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
                               AND (PST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ9 FILE: ' PST-ST
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Hareketin hesabini ana anahtardan okuyup musteri numarasiyla
      *etiketler, tutari TRY'ye cevirir ve hesabin goruntude
      *uykuda olup olmadigina bakar; hesabi bulunamayan hareket
      *sahipsizdir, taranmaz ve operatore bildirilir
       H130-TAG-AND-RELEASE.
           MOVE SPACES TO INVALID-KEY.
           COMPUTE ACCT-ID = FUNCTION NUMVAL (PST-ID).
           COMPUTE ACCT-CUR = FUNCTION NUMVAL (PST-CUR).
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              ADD 1 TO WS-MOV-ORPHAN-CNT
              DISPLAY 'MOVEMENT WITHOUT ACCOUNT ' PST-ID
                      PST-CUR ' ' PST-REF
              INITIALIZE INVALID-KEY
           ELSE
              MOVE SPACES TO SRT-FIELDS
              MOVE ACCT-CUST-NO TO SRT-CUST
              MOVE PST-ID TO SRT-ID
              MOVE PST-CUR TO SRT-CUR
              MOVE PST-DC TO SRT-DC
              MOVE PST-REF TO SRT-REF
              MOVE 'N' TO SRT-FX-SW
              MOVE ZERO TO SRT-TRY-AMOUNT
              MOVE ACCT-CUR TO WS-LOOK-CUR
              PERFORM H340-FIND-FX-RATE
              IF WS-FX-FOUND
                 COMPUTE SRT-TRY-AMOUNT ROUNDED =
                    WS-PSX-WORK-AMT * WS-USE-FX-RATE
                 IF WS-USE-FX-DATE < WS-BUS-DATE
                    ADD 1 TO WS-MOV-OLDFX-CNT
                 END-IF
              ELSE
                 MOVE 'Y' TO SRT-FX-SW
                 ADD 1 TO WS-MOV-NOFX-CNT
              END-IF
              PERFORM H135-CHECK-SNAPSHOT
              RELEASE SRT-FIELDS
           END-IF.
       H130-END. EXIT.
      *Hesabin bir onceki calisma sonundaki goruntude uykuda olup
      *olmadigina bakar
       H135-CHECK-SNAPSHOT.
           MOVE 'N' TO SRT-DORM-SW.
           MOVE SPACES TO INVALID-KEY.
           MOVE PST-ID TO DSN-ID.
           MOVE PST-CUR TO DSN-CUR.
           READ DSN-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY NOT = 'Y'
              MOVE 'Y' TO SRT-DORM-SW
           END-IF.
           INITIALIZE INVALID-KEY.
       H135-END. EXIT.
      *PSTEXTR trailer'ini dogrular: trailer yoksa veya sayim
      *tutmuyorsa dosya kesik/bozuk demektir, calisma tarama
      *yapmadan durur
       H140-VERIFY-TRAILER.
           IF NOT WS-HAVE-PSX-TRAILER
              DISPLAY 'PSTEXTR HAS NO TRAILER - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-PSX-ACT-COUNT NOT = WS-PSX-EXP-COUNT) OR
              (WS-PSX-ACT-HASH NOT = WS-PSX-EXP-HASH)
              DISPLAY 'PSTEXTR TRAILER MISMATCH - RUN STOPPED'
              DISPLAY 'EXPECTED ' WS-PSX-EXP-COUNT
                      ' ACTUAL ' WS-PSX-ACT-COUNT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.
      *FXRATE kayitlarini kur tablosuna yukler
       H160-LOAD-FX-RATES.
           IF WS-FX-CNT < 10
              ADD 1 TO WS-FX-CNT
              SET WS-FX-IDX TO WS-FX-CNT
              COMPUTE WS-FX-CUR (WS-FX-IDX) =
                 FUNCTION NUMVAL (FX-CUR)
              COMPUTE WS-FX-RATE (WS-FX-IDX) =
                 FUNCTION NUMVAL (FX-RATE)
              MOVE FX-DATE TO WS-FX-DATE (WS-FX-IDX)
           ELSE
              DISPLAY 'WARNING: FX RATE TABLE FULL, EXTRA RATE '
                      'IGNORED ' FX-CUR
           END-IF.
           READ FX-REC.
           IF (FX-ST NOT = 0) AND (FX-ST NOT = 97)
                              AND (FX-ST NOT = 10)
              DISPLAY 'UNABLE TO READ10 FILE: ' FX-ST
              MOVE FX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H160-END. EXIT.
      *AMLEXMP kayitlarini muaf musteri tablosuna yukler
       H165-LOAD-EXEMPTIONS.
           IF WS-EXM-CNT < 9999
              ADD 1 TO WS-EXM-CNT
              SET WS-EXM-IDX TO WS-EXM-CNT
              MOVE EXM-CUST-NO TO WS-EXM-CUST-NO (WS-EXM-IDX)
              MOVE EXM-UNTIL TO WS-EXM-UNTIL (WS-EXM-IDX)
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
       H165-END. EXIT.
      *Rapor sayfa basligini basar
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'AMLSCRN UYUM TARAMASI' TO AML-HDR-PROGRAM.
           MOVE 'DATE: ' TO AML-HDR-DATE-LABEL.
           MOVE WS-RUN-DATE-DISP TO AML-HDR-DATE.
           MOVE 'PAGE: ' TO AML-HDR-PAGE-LABEL.
           MOVE WS-PAGE-NO TO AML-HDR-PAGE.
           WRITE AML-PRINT-REC.
           MOVE ZERO TO WS-LINE-CNT.
       H180-END. EXIT.
      *Sayfa dolduysa yeni sayfa acar
       H185-CHECK-PAGE.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
       H185-END. EXIT.
      *SORT cikis yordami: hareketler musteri ve hesap gecisiyle
      *taranir
       H200-SCREEN-CUSTOMERS.
           PERFORM H215-RETURN-MOVEMENT.
           PERFORM H205-ONE-CUSTOMER UNTIL WS-SRT-EOF.
       H200-END. EXIT.
      *Siradaki hareketi SORT'tan alir
       H215-RETURN-MOVEMENT.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.
       H215-END. EXIT.
      *Tek musterinin hareketlerini tarar: hesap bazinda tek islem
      *ve uykudaki hesap denetimi, musteri bazinda esik alti bant
      *denetimi yapilir; vakalar musteri bitince sonuclandirilir
       H205-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-SCREEN-CNT.
           MOVE SRT-CUST TO WS-THIS-CUST.
           MOVE ZERO TO WS-CASE-CNT.
           MOVE 'N' TO WS-CASE-FULL-SW.
           MOVE ZERO TO WS-STR-CNT.
           MOVE ZERO TO WS-STR-CREDIT.
           MOVE ZERO TO WS-STR-DEBIT.
           MOVE ZERO TO WS-CUST-FX-MISS.
           PERFORM H210-ONE-ACCOUNT
              UNTIL WS-SRT-EOF
                 OR SRT-CUST NOT = WS-THIS-CUST.
           IF (WS-STR-CNT NOT < WS-MIN-COUNT) AND
              ((WS-STR-CREDIT + WS-STR-DEBIT) NOT < WS-LARGE-AMT)
              ADD 1 TO WS-STR-CASE-CNT
              MOVE 'STR' TO WS-NEW-REASON
              MOVE SPACES TO WS-NEW-ID
              MOVE SPACES TO WS-NEW-CUR
              MOVE SPACES TO WS-NEW-REF
              MOVE WS-STR-CNT TO WS-NEW-COUNT
              MOVE WS-STR-CREDIT TO WS-NEW-CREDIT
              MOVE WS-STR-DEBIT TO WS-NEW-DEBIT
              PERFORM H240-ADD-CASE
           END-IF.
           PERFORM H250-FINISH-CUSTOMER.
       H205-END. EXIT.
      *Musterinin tek hesabinin hareketlerini tarar; hesap gun
      *basinda uykudaysa ve ayni gun hem giris hem cikis uykudaki
      *hesap esigini astiysa DRM vakasi acilir
       H210-ONE-ACCOUNT.
           MOVE SRT-ID TO WS-THIS-ID.
           MOVE SRT-CUR TO WS-THIS-CUR.
           MOVE SRT-DORM-SW TO WS-THIS-DORM-SW.
           MOVE ZERO TO WS-ACCT-MOV-CNT.
           MOVE ZERO TO WS-ACCT-CREDIT.
           MOVE ZERO TO WS-ACCT-DEBIT.
           PERFORM H220-ONE-MOVEMENT
              UNTIL WS-SRT-EOF
                 OR SRT-CUST NOT = WS-THIS-CUST
                 OR SRT-ID NOT = WS-THIS-ID
                 OR SRT-CUR NOT = WS-THIS-CUR.
           IF WS-THIS-WAS-DORMANT AND
              (WS-ACCT-CREDIT NOT < WS-DORM-AMT) AND
              (WS-ACCT-DEBIT NOT < WS-DORM-AMT)
              ADD 1 TO WS-DRM-CNT
              MOVE 'DRM' TO WS-NEW-REASON
              MOVE WS-THIS-ID TO WS-NEW-ID
              MOVE WS-THIS-CUR TO WS-NEW-CUR
              MOVE SPACES TO WS-NEW-REF
              MOVE WS-ACCT-MOV-CNT TO WS-NEW-COUNT
              MOVE WS-ACCT-CREDIT TO WS-NEW-CREDIT
              MOVE WS-ACCT-DEBIT TO WS-NEW-DEBIT
              PERFORM H240-ADD-CASE
           END-IF.
       H210-END. EXIT.
      *Tek hareketi tarar: esik ustu islem LRG vakasidir, esigin
      *hemen altindaki bant musteri toplamina eklenir. Kuru olmayan
      *hareket taranamaz, yalniz sayilir.
       H220-ONE-MOVEMENT.
           IF SRT-FX-MISSING
              ADD 1 TO WS-CUST-FX-MISS
           ELSE
              ADD 1 TO WS-MOV-SCREEN-CNT
              ADD 1 TO WS-ACCT-MOV-CNT
              IF SRT-DC = 'D'
                 ADD SRT-TRY-AMOUNT TO WS-ACCT-DEBIT
              ELSE
                 ADD SRT-TRY-AMOUNT TO WS-ACCT-CREDIT
              END-IF
              IF SRT-TRY-AMOUNT NOT < WS-LARGE-AMT
                 ADD 1 TO WS-LRG-CNT
                 MOVE 'LRG' TO WS-NEW-REASON
                 MOVE SRT-ID TO WS-NEW-ID
                 MOVE SRT-CUR TO WS-NEW-CUR
                 MOVE SRT-REF TO WS-NEW-REF
                 MOVE 1 TO WS-NEW-COUNT
                 MOVE ZERO TO WS-NEW-CREDIT
                 MOVE ZERO TO WS-NEW-DEBIT
                 IF SRT-DC = 'D'
                    MOVE SRT-TRY-AMOUNT TO WS-NEW-DEBIT
                 ELSE
                    MOVE SRT-TRY-AMOUNT TO WS-NEW-CREDIT
                 END-IF
                 PERFORM H240-ADD-CASE
              ELSE
                 IF SRT-TRY-AMOUNT NOT < WS-NEAR-FLOOR
                    ADD 1 TO WS-STR-CNT
                    IF SRT-DC = 'D'
                       ADD SRT-TRY-AMOUNT TO WS-STR-DEBIT
                    ELSE
                       ADD SRT-TRY-AMOUNT TO WS-STR-CREDIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM H215-RETURN-MOVEMENT.
       H220-END. EXIT.
      *Hazirlanan vakayi musterinin vaka tablosuna ekler
       H240-ADD-CASE.
           IF WS-CASE-CNT < 50
              ADD 1 TO WS-CASE-CNT
              SET WS-CASE-IDX TO WS-CASE-CNT
              MOVE WS-NEW-REASON TO WS-CASE-REASON (WS-CASE-IDX)
              MOVE WS-NEW-ID TO WS-CASE-ID (WS-CASE-IDX)
              MOVE WS-NEW-CUR TO WS-CASE-CUR (WS-CASE-IDX)
              MOVE WS-NEW-REF TO WS-CASE-REF (WS-CASE-IDX)
              MOVE WS-NEW-COUNT TO WS-CASE-COUNT (WS-CASE-IDX)
              MOVE WS-NEW-CREDIT TO WS-CASE-CREDIT (WS-CASE-IDX)
              MOVE WS-NEW-DEBIT TO WS-CASE-DEBIT (WS-CASE-IDX)
           ELSE
              IF NOT WS-CASE-TABLE-FULL
                 DISPLAY 'WARNING: WS-CASE-TABLE FULL AT 50 '
                         'ENTRIES - CASES INCOMPLETE ' WS-THIS-CUST
                 MOVE 'Y' TO WS-CASE-FULL-SW
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H240-END. EXIT.
      *Musteriyi sonuclandirir: vakasi olan musteri muafsa vakalari
      *bastirilir, degilse raporlanir ve vaka dosyasina yazilir.
      *Kuru bulunmayan hareketi olan musteri taranamadigi icin
      *raporda ayrica gosterilir.
       H250-FINISH-CUSTOMER.
           IF WS-CASE-CNT > ZERO
              PERFORM H255-CHECK-EXEMPT
              IF WS-CUST-EXEMPT
                 ADD 1 TO WS-CUST-EXEMPT-CNT
                 ADD WS-CASE-CNT TO WS-SUPPRESS-CNT
                 MOVE ZERO TO WS-CASE-CNT
              END-IF
           END-IF.
           IF (WS-CASE-CNT > ZERO) OR (WS-CUST-FX-MISS > ZERO)
              IF WS-CASE-CNT > ZERO
                 ADD 1 TO WS-CUST-FLAG-CNT
              END-IF
              PERFORM H260-PRINT-CUSTOMER
           END-IF.
       H250-END. EXIT.
      *Musterinin muafiyet listesinde ve muafiyetin is tarihinde
      *gecerli olup olmadigina bakar
       H255-CHECK-EXEMPT.
           MOVE 'N' TO WS-EXM-FOUND-SW.
           PERFORM H257-SCAN-EXM-TABLE
              VARYING WS-EXM-IDX FROM 1 BY 1
              UNTIL WS-EXM-IDX > WS-EXM-CNT OR WS-CUST-EXEMPT.
       H255-END. EXIT.
      *Muaf tablosunda tek bir girdiyi karsilastirir
       H257-SCAN-EXM-TABLE.
           IF WS-THIS-CUST = WS-EXM-CUST-NO (WS-EXM-IDX)
              IF (WS-EXM-UNTIL (WS-EXM-IDX) = SPACES) OR
                 (WS-EXM-UNTIL (WS-EXM-IDX) NOT < WS-BUS-DATE)
                 MOVE 'Y' TO WS-EXM-FOUND-SW
              END-IF
           END-IF.
       H257-END. EXIT.
      *Isaretlenen musterinin blogunu basar: musteri satiri, vaka
      *satirlari ve ACCT-CUST-NO indexinden musterinin tum hesaplari
       H260-PRINT-CUSTOMER.
           MOVE SPACES TO WS-LIST-NAME.
           MOVE SPACES TO WS-LIST-SURNAME.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-THIS-CUST TO CUST-NO.
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
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO AML-PRINT-REC.
           WRITE AML-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'MUSTERI: ' TO AML-LBL-TEXT.
           STRING WS-THIS-CUST ' ' WS-LIST-NAME ' ' WS-LIST-SURNAME
              DELIMITED BY SIZE INTO AML-LBL-VALUE.
           WRITE AML-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           IF WS-CASE-CNT > ZERO
              PERFORM H185-CHECK-PAGE
              MOVE SPACES TO AML-PRINT-REC
              MOVE 'NDN' TO AML-COL-REASON
              MOVE 'HESAP KUR' TO AML-COL-ACCT
              MOVE 'REFERANS' TO AML-COL-REF
              MOVE 'ADET' TO AML-COL-COUNT
              MOVE '  GIRIS (TRY)' TO AML-COL-CREDIT
              MOVE '  CIKIS (TRY)' TO AML-COL-DEBIT
              WRITE AML-PRINT-REC
              ADD 1 TO WS-LINE-CNT
              PERFORM H265-PRINT-CASE
                 VARYING WS-CASE-IDX FROM 1 BY 1
                 UNTIL WS-CASE-IDX > WS-CASE-CNT
           END-IF.
           IF WS-CUST-FX-MISS > ZERO
              PERFORM H185-CHECK-PAGE
              MOVE SPACES TO AML-PRINT-REC
              MOVE 'KUR YOK - TARANAMAYAN HAREKET:' TO AML-TRL-LABEL
              MOVE WS-CUST-FX-MISS TO AML-TRL-VALUE
              WRITE AML-PRINT-REC
              ADD 1 TO WS-LINE-CNT
           END-IF.
           PERFORM H270-LIST-ACCOUNTS.
       H260-END. EXIT.
      *Tek vakayi rapora basar ve vaka dosyasina yazar
       H265-PRINT-CASE.
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE WS-CASE-REASON (WS-CASE-IDX) TO AML-CAS-REASON.
           MOVE WS-CASE-ID (WS-CASE-IDX) TO AML-CAS-ID.
           MOVE WS-CASE-CUR (WS-CASE-IDX) TO AML-CAS-CUR.
           MOVE WS-CASE-REF (WS-CASE-IDX) TO AML-CAS-REF.
           MOVE WS-CASE-COUNT (WS-CASE-IDX) TO AML-CAS-COUNT.
           MOVE WS-CASE-CREDIT (WS-CASE-IDX) TO AML-CAS-CREDIT.
           MOVE WS-CASE-DEBIT (WS-CASE-IDX) TO AML-CAS-DEBIT.
           WRITE AML-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES TO CAS-FIELDS.
           MOVE 'DTL' TO CAS-TYPE.
           MOVE WS-BUS-DATE TO CAS-DATE.
           MOVE WS-THIS-CUST TO CAS-CUST-NO.
           MOVE WS-CASE-REASON (WS-CASE-IDX) TO CAS-REASON.
           MOVE WS-CASE-ID (WS-CASE-IDX) TO CAS-ACCT-ID.
           MOVE WS-CASE-CUR (WS-CASE-IDX) TO CAS-CUR.
           MOVE WS-CASE-REF (WS-CASE-IDX) TO CAS-REF.
           MOVE WS-CASE-COUNT (WS-CASE-IDX) TO CAS-COUNT.
           MOVE WS-CASE-CREDIT (WS-CASE-IDX) TO CAS-CREDIT-TRY.
           MOVE WS-CASE-DEBIT (WS-CASE-IDX) TO CAS-DEBIT-TRY.
           MOVE WS-LIST-NAME TO CAS-NAME.
           MOVE WS-LIST-SURNAME TO CAS-SURNAME.
           WRITE CAS-FIELDS.
           ADD 1 TO WS-CAS-DTL-CNT.
           ADD WS-CASE-CREDIT (WS-CASE-IDX) TO WS-CAS-HASH.
           ADD WS-CASE-DEBIT (WS-CASE-IDX) TO WS-CAS-HASH.
       H265-END. EXIT.
      *Musterinin hesap zincirini ACCT-CUST-NO indexinden okur ve
      *her hesabi durum ve bakiyesiyle basar
       H270-LIST-ACCOUNTS.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-THIS-CUST TO ACCT-CUST-NO.
           READ ACCT-REC KEY IS ACCT-CUST-NO
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              PERFORM H185-CHECK-PAGE
              MOVE SPACES TO AML-PRINT-REC
              MOVE 'HESAP YOK' TO AML-PRINT-REC
              WRITE AML-PRINT-REC
              ADD 1 TO WS-LINE-CNT
              INITIALIZE INVALID-KEY
           ELSE
              MOVE 'Y' TO WS-MORE-ACCT-SW
              PERFORM H275-PRINT-ACCOUNT UNTIL NOT WS-MORE-ACCTS
           END-IF.
       H270-END. EXIT.
      *Tek hesabi basar ve musterinin sonraki hesabina gecer
       H275-PRINT-ACCOUNT.
           PERFORM H280-FORMAT-STATUS.
           PERFORM H185-CHECK-PAGE.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'HESAP  : ' TO AML-ACC-LABEL.
           MOVE ACCT-ID TO WS-KEY-ID-N.
           MOVE WS-KEY-ID TO AML-ACC-ID.
           MOVE ACCT-CUR TO AML-ACC-CUR.
           MOVE WS-STATUS-TEXT TO AML-ACC-STATUS.
           MOVE ACCT-BALANCE TO AML-ACC-BALANCE.
           WRITE AML-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
           READ ACCT-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-ACCT-SW
           END-READ.
           IF WS-MORE-ACCTS
              IF ACCT-CUST-NO NOT = WS-THIS-CUST
                 MOVE 'N' TO WS-MORE-ACCT-SW
              END-IF
           END-IF.
       H275-END. EXIT.
      *Hesap durum kodunu okunur metne cevirir
       H280-FORMAT-STATUS.
           IF ACCT-FROZEN
              MOVE 'DONDURULMUS' TO WS-STATUS-TEXT
           ELSE
              IF ACCT-DORMANT
                 MOVE 'UYKUDA' TO WS-STATUS-TEXT
              ELSE
                 IF ACCT-CLOSED
                    MOVE 'KAPALI' TO WS-STATUS-TEXT
                 ELSE
                    IF ACCT-TRANSFERRED
                       MOVE 'DEVREDILDI' TO WS-STATUS-TEXT
                    ELSE
                       MOVE 'ACIK' TO WS-STATUS-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H280-END. EXIT.
      *Vaka dosyasini detay sayisi ve TRY kontrol toplamini tasiyan
      *TRL kaydiyla kapatir
       H295-WRITE-CAS-TRAILER.
           MOVE SPACES TO CAS-TRL-REC.
           MOVE 'TRL' TO CAS-TRL-TYPE.
           MOVE WS-CAS-DTL-CNT TO CAS-TRL-COUNT.
           MOVE WS-CAS-HASH TO CAS-TRL-HASH.
           WRITE CAS-TRL-REC.
       H295-END. EXIT.
      *Hesabin kurunun TRY karsiligini tabloda arar; 949 dosyaya
      *bakilmadan 1.000000 kurla kabul edilir
       H340-FIND-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           IF WS-LOOK-CUR = WS-BASE-CURRENCY
              MOVE 'Y' TO WS-FX-FOUND-SW
              MOVE 1 TO WS-USE-FX-RATE
              MOVE WS-BUS-DATE TO WS-USE-FX-DATE
           ELSE
              PERFORM H350-SCAN-FX-TABLE
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-FOUND
           END-IF.
       H340-END. EXIT.
      *Kur tablosunda tek bir girdiyi karsilastirir
       H350-SCAN-FX-TABLE.
           IF WS-LOOK-CUR = WS-FX-CUR (WS-FX-IDX)
              MOVE 'Y' TO WS-FX-FOUND-SW
              MOVE WS-FX-RATE (WS-FX-IDX) TO WS-USE-FX-RATE
              MOVE WS-FX-DATE (WS-FX-IDX) TO WS-USE-FX-DATE
           END-IF.
       H350-END. EXIT.
      *Uykudaki hesap goruntusunu yeniler: ACCTREC bastan sona
      *taranir, uykudaki hesap goruntuye yazilir veya guncellenir,
      *artik uykuda olmayan hesap goruntuden silinir
       H600-REFRESH-SNAPSHOT.
           MOVE SPACES TO INVALID-KEY.
           MOVE LOW-VALUES TO ACCT-KEY.
           START ACCT-REC KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              MOVE 10 TO ACCT-ST
           ELSE
              PERFORM H620-READ-NEXT-ACCOUNT
           END-IF.
           INITIALIZE INVALID-KEY.
           PERFORM H610-SNAPSHOT-ONE UNTIL ACCT-EOF.
       H600-END. EXIT.
      *Tek hesabin goruntu kaydini durumuna gore yazar, gunceller
      *veya siler
       H610-SNAPSHOT-ONE.
           MOVE ACCT-ID TO WS-KEY-ID-N.
           MOVE ACCT-CUR TO WS-KEY-CUR-N.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-KEY-ID TO DSN-ID.
           MOVE WS-KEY-CUR TO DSN-CUR.
           READ DSN-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           MOVE 'Y' TO WS-SNAP-FOUND-SW.
           IF INVALID-KEY = 'Y'
              MOVE 'N' TO WS-SNAP-FOUND-SW
              INITIALIZE INVALID-KEY
           END-IF.
           IF ACCT-DORMANT
              IF NOT WS-SNAP-FOUND
                 MOVE SPACES TO DSN-FIELDS
                 MOVE WS-KEY-ID TO DSN-ID
                 MOVE WS-KEY-CUR TO DSN-CUR
              END-IF
              MOVE ACCT-CUST-NO TO DSN-CUST-NO
              MOVE ACCT-LAST-MOVE TO DSN-LAST-MOVE
              MOVE WS-BUS-DATE TO DSN-SNAP-DATE
              IF NOT WS-SNAP-FOUND
                 WRITE DSN-FIELDS
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-WRITE
                 ADD 1 TO WS-SNAP-ADD-CNT
              ELSE
                 REWRITE DSN-FIELDS
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-REWRITE
                 ADD 1 TO WS-SNAP-KEEP-CNT
              END-IF
           ELSE
              IF WS-SNAP-FOUND
                 DELETE DSN-REC
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-DELETE
                 ADD 1 TO WS-SNAP-DEL-CNT
              END-IF
           END-IF.
           IF (INVALID-KEY = 'Y') OR
              ((DSN-ST NOT = 0) AND (DSN-ST NOT = 97)
                                AND (DSN-ST NOT = 23))
              DISPLAY 'UNABLE TO WRITE8 FILE: ' DSN-ST
              MOVE DSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H620-READ-NEXT-ACCOUNT.
       H610-END. EXIT.
      *ACCTREC'ten sirali bir kayit okur
       H620-READ-NEXT-ACCOUNT.
           READ ACCT-REC NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
                                AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ14 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H620-END. EXIT.
      *Rapor sonuna esikleri, neden kodlarini ve kontrol
      *toplamlarini basar
       H400-PRINT-TOTALS.
           MOVE ZERO TO WS-PAGE-NO.
           PERFORM H180-PRINT-PAGE-HEADERS.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'LRG = ESIK USTU TEK ISLEM' TO AML-PRINT-REC.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'STR = ESIK ALTI BANTTA COK SAYIDA ISLEM'
              TO AML-PRINT-REC.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'DRM = UYKUDAKI HESAPTA BUYUK GIRIS VE CIKIS'
              TO AML-PRINT-REC.
           WRITE AML-PRINT-REC.
           IF WS-SNAP-NEW
              MOVE SPACES TO AML-PRINT-REC
              MOVE 'ILK CALISMA - DRM DENETIMI YAPILAMADI'
                 TO AML-PRINT-REC
              WRITE AML-PRINT-REC
           END-IF.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'TEK ISLEM ESIGI (TRY)' TO AML-AMT-LABEL.
           MOVE WS-LARGE-AMT TO AML-AMT-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'BANT ALT SINIRI (TRY)' TO AML-AMT-LABEL.
           MOVE WS-NEAR-FLOOR TO AML-AMT-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'BANTTA EN AZ ISLEM SAYISI' TO AML-TRL-LABEL.
           MOVE WS-MIN-COUNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'UYKUDAKI HESAP ESIGI (TRY)' TO AML-AMT-LABEL.
           MOVE WS-DORM-AMT TO AML-AMT-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE '***** CONTROL TOTALS *****' TO AML-TRL-LABEL.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'PSTEXTR HAREKET OKUNAN     :' TO AML-TRL-LABEL.
           MOVE WS-PSX-ACT-COUNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'TARANAN HAREKET            :' TO AML-TRL-LABEL.
           MOVE WS-MOV-SCREEN-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'HESABI OLMAYAN HAREKET     :' TO AML-TRL-LABEL.
           MOVE WS-MOV-ORPHAN-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'KURU OLMAYAN HAREKET       :' TO AML-TRL-LABEL.
           MOVE WS-MOV-NOFX-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'ESKI KURLA CEVRILEN HAREKET:' TO AML-TRL-LABEL.
           MOVE WS-MOV-OLDFX-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'TARANAN MUSTERI            :' TO AML-TRL-LABEL.
           MOVE WS-CUST-SCREEN-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'ISARETLENEN MUSTERI        :' TO AML-TRL-LABEL.
           MOVE WS-CUST-FLAG-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'MUAFIYETLE BASTIRILAN MUST.:' TO AML-TRL-LABEL.
           MOVE WS-CUST-EXEMPT-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'BASTIRILAN VAKA            :' TO AML-TRL-LABEL.
           MOVE WS-SUPPRESS-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'LRG VAKA                   :' TO AML-TRL-LABEL.
           MOVE WS-LRG-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'STR VAKA                   :' TO AML-TRL-LABEL.
           MOVE WS-STR-CASE-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'DRM VAKA                   :' TO AML-TRL-LABEL.
           MOVE WS-DRM-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'AMLCASE DETAY YAZILAN      :' TO AML-TRL-LABEL.
           MOVE WS-CAS-DTL-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'UYKUDA GORUNTU EKLENEN     :' TO AML-TRL-LABEL.
           MOVE WS-SNAP-ADD-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'UYKUDA GORUNTU SILINEN     :' TO AML-TRL-LABEL.
           MOVE WS-SNAP-DEL-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           MOVE SPACES TO AML-PRINT-REC.
           MOVE 'UYKUDA GORUNTU KORUNAN     :' TO AML-TRL-LABEL.
           MOVE WS-SNAP-KEEP-CNT TO AML-TRL-VALUE.
           WRITE AML-PRINT-REC.
           IF (WS-MOV-NOFX-CNT > ZERO) AND (RETURN-CODE < 4)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 CUST-REC
                 DSN-REC
                 AML-RPT
                 CAS-REC.
       H300-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
