      *sonu izleme raporu
           SELECT ODW-RPT    ASSIGN TO    ODWATCH
                             STATUS       ODW-ST.
      *Uygulanan kart referanslarinin kalici sicili; ayni referansin
      *ikinci kez uygulanmasini engeller ve iptal kartinin asil
      *hareketi buldugu kaynaktir. Ilk calismada yoksa olusturulur.
           SELECT REF-REC    ASSIGN TO    PSTREFS
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       REF-KEY
                             STATUS       REF-ST.
      *Yeniden baslatma icin rescan gorunumleri: kesilen calismanin
      *PSTEXTR ve PSTWHSO dosyalari EXTEND ile acilmadan once ayni
      *DD uzerinden okunup sayilir (VSAMCBL'deki GLI-REC kalibi)
           SELECT PSI-REC    ASSIGN TO    PSTEXTR
                             STATUS       PSI-ST.
           SELECT WHC-REC    ASSIGN TO    PSTWHSO
                             STATUS       WHC-ST.
      *Her N kartta bir alinan checkpoint; N CTLCARD'dan gelir. Kart
      *konumu, calisan toplamlar ve PSTEXTR sayi/kontrol toplami
      *tutulur. Calisma normal biterse bosaltilir; dolu bulunursa
      *onceki calisma kesilmis demektir ve kalinan yerden devam
      *edilir.
           SELECT CHK-REC    ASSIGN TO    PSTCHKP
                             ORGANIZATION SEQUENTIAL
                             STATUS       CHK-ST.
      *Farkli kurlu hesaplar arasindaki virmanlarda kullanilan doviz
      *kuru dosyasi; duzen VSAMCBL'nin B modundaki FXRATE ile aynidir
           SELECT FX-REC     ASSIGN TO    FXRATE
                             STATUS       FX-ST.
       DATA DIVISION.
       FILE SECTION.
      *ACCT-REC duzeni VSAMCBL ve ACCTMAIN'deki ACCT-FIELDS ile aynidir
              88 ACCT-FROZEN    VALUE 'F'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-TRANSFERRED VALUE 'T'.
           03 ACCT-LAST-MOVE PIC X(08).
      *PSTREC Degiskenleri - hesap anahtari, borc/alacak kodu, tutar,
      *valor tarihi ve kayit referansi tasiyan hareket karti. Virman
      *kartinda (T) ilk anahtar borc bacagi, hedef anahtar alacak
      *bacagidir; tutar borc bacaginin kurundandir. Borc ve alacak
      *kartlarinda hedef anahtar bos gecilir. Iptal kartinda (R)
      *yalniz valor tarihi ve iptal edilecek referans okunur; hesap,
      *yon ve tutar referans sicilinden alinir.
       FD  PST-REC     RECORDING MODE F.
       01  PST-FIELDS.
           05 PST-ID         PIC X(05).
           05 PST-DC         PIC X(01).
              88 PST-DEBIT       VALUE 'D'.
              88 PST-CREDIT      VALUE 'C'.
              88 PST-TRANSFER    VALUE 'T'.
              88 PST-REVERSAL    VALUE 'R'.
           05 PST-AMOUNT     PIC X(15).
           05 PST-VALDATE    PIC X(08).
           05 PST-REF        PIC X(10).
           05 PST-TGT-KEY.
              10 PST-TGT-ID  PIC X(05).
              10 PST-TGT-CUR PIC X(03).
      *PSTEXTR Degiskenleri - uygulanan hareket, PSTREC kartinin ilk
      *42 pozisyonu ile ayni duzen; virman karti iki ayri borc ve
      *alacak hareketi olarak ayni referansla yazilir. Ilk kayit
      *HDR (besleme adi, is tarihi, ureten program),
      *son kayit TRL (kayit sayisi, tutar kontrol toplami) kontrol
      *kaydidir; detay kayitlar sayisal hesap noyla baslar.
       FD  PSX-REC     RECORDING MODE F.
           05 PSX-TRL-HASH   PIC -9(13).99.
           05 FILLER         PIC X(15).
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile
      *ayni; 10-12 kolonlardaki izleme yuzdesini ve 13-17
      *kolonlardaki checkpoint araligini yalniz bu program okur,
      *diger programlar o kolonlari FILLER olarak gecer
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 CTL-WATCH-PCT  PIC X(03).
           05 CTL-COMMIT-INT PIC X(05).
           05 FILLER         PIC X(63).
      *PSTWHSI Degiskenleri - bekletilen kart, PSTREC ile ayni duzen
       FD  WHS-IN      RECORDING MODE F.
       01  WHI-FIELDS        PIC X(50).
      *PSTWHSO Degiskenleri - devredilen kart, PSTREC ile ayni duzen
       FD  WHS-OUT     RECORDING MODE F.
       01  WHO-FIELDS        PIC X(50).
      *PSTEXTR rescan gorunumu - yalniz kayit tipi ve tutar okunur
       FD  PSI-REC     RECORDING MODE F.
       01  PSI-FIELDS.
           05 FILLER         PIC X(09).
           05 PSI-AMOUNT     PIC X(15).
           05 FILLER         PIC X(18).
       01  PSI-CTL-REC.
           05 PSI-TYPE       PIC X(03).
           05 FILLER         PIC X(39).
      *PSTWHSO rescan gorunumu - yalniz kayit sayilir
       FD  WHC-REC     RECORDING MODE F.
       01  WHC-FIELDS        PIC X(50).
      *PSTCHKP Degiskenleri - is tarihi, depo ve deste kart konumu,
      *calisan sayac/tutar toplamlari ve PSTEXTR sayi/kontrol toplami
       FD  CHK-REC     RECORDING MODE F.
       01  CHK-FIELDS.
           05 CHK-BUS-DATE       PIC X(08).
           05 CHK-WHI-CNT        PIC 9(07).
           05 CHK-PST-CNT        PIC 9(07).
           05 CHK-DEB-CNT        PIC 9(07).
           05 CHK-CRD-CNT        PIC 9(07).
           05 CHK-REJ-CNT        PIC 9(07).
           05 CHK-DEB-TOTAL      PIC S9(11)V99.
           05 CHK-CRD-TOTAL      PIC S9(11)V99.
           05 CHK-PSX-CNT        PIC 9(07).
           05 CHK-PSX-HASH       PIC S9(13)V99.
           05 CHK-OVERLIM-CNT    PIC 9(07).
           05 CHK-SWEEP-HELD-CNT PIC 9(07).
           05 CHK-NEW-HELD-CNT   PIC 9(07).
           05 CHK-XFR-CNT        PIC 9(07).
           05 CHK-XFR-FX-CNT     PIC 9(07).
           05 CHK-DUP-CNT        PIC 9(07).
           05 CHK-REV-CNT        PIC 9(07).
           05 CHK-RECOVER-CNT    PIC 9(07).
      *WHSRPT Degiskenleri - 80 pozisyonluk genel satir, baslik ve
      *detay satirlari icin REDEFINES ile ayri goruntulenir.
       FD  WHS-RPT     RECORDING MODE F.
           05 ODL-ID         PIC X(05).
           05 ODL-CUR        PIC X(03).
           05 ODL-AMOUNT     PIC X(15).
      *PSTREFS Degiskenleri - uygulanan referansin hesabi, yonu (D/C,
      *virmanda T), tutari ve is tarihi. Virmanda hedef hesap ve
      *alacak bacaginin cevrilmis tutari da tutulur ki iptal ayni
      *tutarlari geri alsin. Iptal edilen referans R durumuna ve
      *iptal is tarihine cekilir. Kartin o gunku calismadaki konumu
      *(depo W / deste P + sira no) da tutulur; yeniden baslatmada
      *checkpoint sonrasi uygulanmis kart bu konumdan taninir.
       FD  REF-REC.
       01  REF-FIELDS.
           05 REF-KEY         PIC X(10).
           05 REF-ID          PIC X(05).
           05 REF-CUR         PIC X(03).
           05 REF-DC          PIC X(01).
              88 REF-DEBIT       VALUE 'D'.
              88 REF-CREDIT      VALUE 'C'.
              88 REF-TRANSFER    VALUE 'T'.
           05 REF-AMOUNT      PIC S9(11)V99 COMP-3.
           05 REF-BUS-DATE    PIC X(08).
           05 REF-TGT-ID      PIC X(05).
           05 REF-TGT-CUR     PIC X(03).
           05 REF-TGT-AMOUNT  PIC S9(11)V99 COMP-3.
           05 REF-STATUS      PIC X(01).
              88 REF-APPLIED     VALUE 'A'.
              88 REF-REVERSED    VALUE 'R'.
           05 REF-REV-DATE    PIC X(08).
           05 REF-APPLY-POS   PIC X(08).
           05 REF-REV-POS     PIC X(08).
           05 FILLER          PIC X(04).
      *FXRATE Degiskenleri - kur kodu, TRY karsiligi kur ve kur tarihi
       FD  FX-REC      RECORDING MODE F.
       01  FX-FIELDS.
           05 FX-CUR         PIC X(03).
           05 FX-RATE        PIC X(12).
           05 FX-DATE        PIC X(08).
      *ODWATCH Degiskenleri - 80 pozisyonluk genel satir, baslik ve
      *detay satirlari icin REDEFINES ile ayri goruntulenir.
       FD  ODW-RPT     RECORDING MODE F.
           05 JRN-MOVE       PIC ---,---,---,--9.99.
           05 JRN-NEW        PIC ---,---,---,--9.99.
           05 FILLER         PIC X(07).
      *Reddedilen virman kartinda hedef hesap anahtari nedenin
      *yanina basilir
       01  JRN-REJECT-REC REDEFINES JRN-PRINT-REC.
           05 JRN-REJ-ID     PIC X(05).
           05 JRN-REJ-CUR    PIC X(03).
           05 JRN-REJ-DC     PIC X(01).
           05 JRN-REJ-REF    PIC X(10).
           05 JRN-REJ-REASON PIC X(10).
           05 FILLER         PIC X(01).
           05 JRN-REJ-TGT-ID  PIC X(05).
           05 JRN-REJ-TGT-CUR PIC X(03).
           05 FILLER         PIC X(42).
       01  JRN-TRAILER-REC REDEFINES JRN-PRINT-REC.
           05 JRN-TRL-LABEL  PIC X(35).
           05 JRN-TRL-VALUE  PIC ZZZ,ZZZ,ZZ9.
           05 ODW-ST      PIC 9(02).
              88 ODW-SUCCESS  VALUE 00
                                    97.
           05 REF-ST      PIC 9(02).
              88 REF-SUCCESS  VALUE 00
                                    97.
           05 PSI-ST      PIC 9(02).
              88 PSI-EOF      VALUE 10.
              88 PSI-SUCCESS  VALUE 00
                                    97.
           05 WHC-ST      PIC 9(02).
              88 WHC-EOF      VALUE 10.
              88 WHC-SUCCESS  VALUE 00
                                    97.
           05 CHK-ST      PIC 9(02).
              88 CHK-EOF      VALUE 10.
              88 CHK-SUCCESS  VALUE 00
                                    97.
           05 FX-ST       PIC 9(02).
              88 FX-EOF       VALUE 10.
              88 FX-SUCCESS   VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Rapor basligi ve sayfa kirilim degiskenleri
       01  WS-ODL-CHECK-AREA.
           05 WS-ODL-FOUND-SW    PIC X(01) VALUE 'N'.
              88 WS-ODL-FOUND       VALUE 'Y'.
           05 WS-ODL-LOOK-ID     PIC X(05) VALUE SPACES.
           05 WS-ODL-LOOK-CUR    PIC X(03) VALUE SPACES.
           05 WS-USE-LIMIT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WATCH-PCT       PIC 9(03) COMP-3 VALUE 090.
           05 WS-USED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WATCH-CNT       PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-ODW-PAGE-NO     PIC 9(03) COMP VALUE ZERO.
           05 WS-ODW-LINE-CNT    PIC 9(03) COMP VALUE ZERO.
      *Doviz kuru tablosu - FXRATE dosyasindan yuklenir; duzen
      *VSAMCBL'deki WS-FX-RATE-TABLE ile aynidir
       01  WS-FX-RATE-TABLE.
           05 WS-FX-CNT          PIC 9(02) COMP VALUE ZERO.
           05 WS-FX-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-FX-IDX.
              10 WS-FX-CUR       PIC 9(03).
              10 WS-FX-RATE      PIC S9(05)V9(06) COMP-3.
              10 WS-FX-DATE      PIC X(08).
      *Kur arama degiskenleri; 949 (TRY) her zaman 1 kurla cevrilir.
      *Kuru bulunamayan veya is tarihinden eski kurlu virman
      *uygulanmaz.
       01  WS-FX-CHECK-AREA.
           05 WS-BASE-CURRENCY   PIC S9(03) COMP VALUE 949.
           05 WS-FX-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-FX-FOUND        VALUE 'Y'.
           05 WS-LOOK-CUR        PIC S9(03) COMP VALUE ZERO.
           05 WS-USE-FX-RATE     PIC S9(05)V9(06) COMP-3 VALUE ZERO.
           05 WS-USE-FX-DATE     PIC X(08) VALUE SPACES.
           05 WS-SRC-FX-RATE     PIC S9(05)V9(06) COMP-3 VALUE ZERO.
           05 WS-TGT-FX-RATE     PIC S9(05)V9(06) COMP-3 VALUE ZERO.
      *Virman degiskenleri - iki bacak da denetlenene kadar kaynak ve
      *hedef hesabin kayit goruntusu burada tutulur; bacaklardan biri
      *reddedilirse hicbir hesap guncellenmez
       01  WS-TRANSFER-AREA.
           05 WS-XFR-CNT         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-XFR-FX-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-XFR-SRC-DC      PIC X(01) VALUE SPACES.
           05 WS-XFR-TGT-DC      PIC X(01) VALUE SPACES.
           05 WS-XFR-SRC-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-TGT-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-SRC-IMAGE   PIC X(56) VALUE SPACES.
           05 WS-XFR-TGT-IMAGE   PIC X(56) VALUE SPACES.
           05 WS-XFR-SRC-PRIOR   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-TGT-PRIOR   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-SRC-NEW     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-TGT-NEW     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Bacak degiskenleri - denetlenen, yazilan veya deftere basilan
      *tek bacak; ekstreye giden duzen PSTEXTR detayi ile aynidir
           05 WS-LEG-SIDE-SW     PIC X(01) VALUE 'S'.
              88 WS-LEG-SOURCE      VALUE 'S'.
              88 WS-LEG-TARGET      VALUE 'T'.
           05 WS-LEG-FIELDS.
              10 WS-LEG-ID       PIC X(05).
              10 WS-LEG-CUR      PIC X(03).
              10 WS-LEG-DC       PIC X(01).
              10 WS-LEG-AMOUNT-X PIC X(15).
              10 WS-LEG-VALDATE  PIC X(08).
              10 WS-LEG-REF      PIC X(10).
           05 WS-LEG-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-LEG-PRIOR       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-LEG-NEW         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-MOV-AMOUNT-TXT  PIC 9(11).99.
      *Referans sicili degiskenleri - iptal kartinin isledigi sure
      *boyunca anahtar acik kalir; basarili hareket sicile yeni
      *referans olarak degil asil referansin iptali olarak gecer
       01  WS-REFERENCE-AREA.
           05 WS-REVERSAL-SW     PIC X(01) VALUE 'N'.
              88 WS-IN-REVERSAL     VALUE 'Y'.
           05 WS-DUP-CNT         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-REV-CNT         PIC 9(07) COMP-3 VALUE ZERO.
      *Yeniden baslatma/checkpoint degiskenleri - checkpoint araligi
      *CTLCARD 13-17 kolonlarindan gelir, bos veya bozuksa 500 kart
      *kullanilir. Kesilen calismada son checkpoint'ten sonra
      *uygulanmis kartlar sicilden taninir; hesaplara yeniden
      *uygulanmaz, yalniz dosyaya ulasmamis cikti kayitlari yazilir.
      *Dosyada checkpoint sayisinin ustunde bulunan kayitlar bu
      *kartlara aittir (CARRY) ve ikinci kez yazilmaz.
       01  WS-CHECKPOINT-AREA.
           05 WS-COMMIT-INT      PIC 9(05) COMP-3 VALUE 00500.
           05 WS-SINCE-CHK-CNT   PIC 9(05) COMP-3 VALUE ZERO.
           05 WS-CHK-TAKEN-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CHECKPOINT-SW   PIC X(01) VALUE 'N'.
              88 WS-HAVE-CHECKPOINT VALUE 'Y'.
           05 WS-RUN-COMPLETE-SW PIC X(01) VALUE 'N'.
              88 WS-RUN-COMPLETE    VALUE 'Y'.
           05 WS-RECOVER-SW      PIC X(01) VALUE 'N'.
              88 WS-RECOVERED-CARD  VALUE 'Y'.
           05 WS-RECOVER-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-CARD-POS.
              10 WS-CARD-POS-SRC PIC X(01) VALUE SPACES.
              10 WS-CARD-POS-NO  PIC 9(07) VALUE ZERO.
           05 WS-RESTART-WHI-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RESTART-PST-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RESTART-PSX-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RESTART-PSX-HASH PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RESTART-WHO-CNT PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SKIP-CNT        PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-RESCAN-CHK-HASH PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RESCAN-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RESCAN-TRL-SW   PIC X(01) VALUE 'N'.
              88 WS-RESCAN-HAS-TRL  VALUE 'Y'.
           05 WS-WHO-FILE-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PSX-CARRY-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-WHO-CARRY-CNT   PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
      *normal akista uygulanir, hala ileri valorlu olanlar devredilir.
      *Sonra gunun destesi islenir.
           MOVE 'Y' TO WS-SWEEP-SW.
           PERFORM H155-SKIP-WAREHOUSE.
           PERFORM H150-SWEEP-WAREHOUSE UNTIL WHI-EOF.
           MOVE 'N' TO WS-SWEEP-SW.
      *Gunun destesinin ilk karti ancak depo taramasi bittikten
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H165-SKIP-DECK.
           PERFORM H200-PROCESS UNTIL PST-EOF.
      *Kesilen calismanin fazla cikti kayitlari bir karta
      *baglanamadiysa dosyalar elle kontrol edilmelidir
           IF (WS-PSX-CARRY-CNT > ZERO) OR (WS-WHO-CARRY-CNT > ZERO)
              DISPLAY 'UNMATCHED RECORDS FROM INTERRUPTED RUN - '
                      'PSTEXTR ' WS-PSX-CARRY-CNT
                      ' PSTWHSO ' WS-WHO-CARRY-CNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H460-WRITE-PSX-TRAILER.
           PERFORM H450-WATCH-REPORT.
           PERFORM H400-PRINT-TOTALS.
           MOVE 'Y' TO WS-RUN-COMPLETE-SW.
           PERFORM H999-PROGRAM-EXIT.
      *Is tarihi kontrol kartini okur; kart yoksa makine tarihi
      *kullanilir
                    COMPUTE WS-WATCH-PCT =
                       FUNCTION NUMVAL (CTL-WATCH-PCT)
                 END-IF
                 IF (CTL-COMMIT-INT NUMERIC) AND
                    (CTL-COMMIT-INT NOT = ZERO)
                    COMPUTE WS-COMMIT-INT =
                       FUNCTION NUMVAL (CTL-COMMIT-INT)
                 END-IF
              END-IF
              CLOSE CTL-REC
           END-IF.
       H050-END. EXIT.
      *Dosya acilamama ve okunamama durumu. Yeniden baslatma olup
      *olmadigi cikti dosyalari acilmadan once bilinmelidir ki
      *kesilen calismanin PSTJRNL/PSTEXTR/PSTWHSO ciktisi OPEN OUTPUT
      *ile silinmesin.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
              DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
           MOVE WS-RUN-YY TO WS-RUN-YMD-YY.
           MOVE WS-RUN-MM TO WS-RUN-YMD-MM.
           MOVE WS-RUN-DD TO WS-RUN-YMD-DD.
           MOVE WS-RUN-DATE-YMD TO WS-BUS-DATE.
           IF CTL-BUS-DATE NOT = SPACES
              MOVE CTL-BUS-DATE TO WS-BUS-DATE
           END-IF.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' ACCT-ST
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H060-READ-CHECKPOINT.
           IF WS-HAVE-CHECKPOINT
              OPEN EXTEND JRN-REC
           ELSE
              OPEN OUTPUT JRN-REC
           END-IF.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-HAVE-CHECKPOINT
              PERFORM H105-RESCAN-PSTEXTR
              OPEN EXTEND PSX-REC
           ELSE
              OPEN OUTPUT PSX-REC
           END-IF.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN7 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Referans sicili ilk calismada henuz yoktur; bos olarak
      *olusturulup I-O yeniden acilir (RUNCTL kalibi)
           OPEN I-O REF-REC.
           IF REF-ST = 35
              DISPLAY 'NO REFERENCE REGISTER FOUND, CREATING REGISTER'
              OPEN OUTPUT REF-REC
              IF (REF-ST NOT = 0) AND (REF-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN16 FILE: ' REF-ST
                 MOVE REF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE REF-REC
              OPEN I-O REF-REC
           END-IF.
           IF (REF-ST NOT = 0) AND (REF-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN16 FILE: ' REF-ST
              MOVE REF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Hareket ekstresi HDR kontrol kaydiyla baslar; yeniden
      *baslatmada kesilen calismanin basligi dosyada zaten vardir
           IF NOT WS-HAVE-CHECKPOINT
              MOVE SPACES TO PSX-HDR-REC
              MOVE 'HDR' TO PSX-HDR-TYPE
              MOVE 'PSTEXTR' TO PSX-HDR-FEED
              MOVE WS-BUS-DATE TO PSX-HDR-DATE
              MOVE 'POSTTRN' TO PSX-HDR-PROGRAM
              WRITE PSX-HDR-REC
           END-IF.
           IF WS-HAVE-CHECKPOINT
              PERFORM H107-RESCAN-WAREHOUSE
              OPEN EXTEND WHS-OUT
           ELSE
              OPEN OUTPUT WHS-OUT
           END-IF.
           IF (WHO-ST NOT = 0) AND (WHO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN8 FILE: ' WHO-ST
              MOVE WHO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-HAVE-CHECKPOINT
              OPEN EXTEND WHS-RPT
           ELSE
              OPEN OUTPUT WHS-RPT
           END-IF.
           IF (WHR-ST NOT = 0) AND (WHR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN9 FILE: ' WHR-ST
              MOVE WHR-ST TO RETURN-CODE
           ELSE
              DISPLAY 'NO OVERDRAFT LIMIT FILE, ZERO LIMITS ASSUMED'
           END-IF.
      *Kur dosyasi yalniz farkli kurlu virmanlarda gerekir; bulunamazsa
      *calisma durdurulmaz, bu virmanlar KUR YOK nedeniyle reddedilir
           OPEN INPUT FX-REC.
           IF FX-ST = 0 OR FX-ST = 97
              READ FX-REC
              IF (FX-ST NOT = 0) AND (FX-ST NOT = 97)
                                 AND (FX-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ14 FILE: ' FX-ST
                 MOVE FX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H130-LOAD-FX-RATES UNTIL FX-EOF
              CLOSE FX-REC
           ELSE
              DISPLAY 'NO FX RATE FILE, CROSS-CURRENCY TRANSFERS '
                      'REJECTED'
           END-IF.
      *Depo dosyasi ilk calismada henuz diskte yoktur; acilamamasi
      *hata degildir, tarama bos gecilir (CHKPNT kalibi)
           OPEN INPUT WHS-IN.
              MOVE 10 TO WHI-ST
           END-IF.
           PERFORM H180-PRINT-PAGE-HEADERS.
      *Ilk calismada sifir konumlu checkpoint hemen alinir: ilk
      *araliktan once kesilen calisma da boylece yeniden baslatilir
      *ve o araliktaki uygulanmis kartlar sicilden taninir
           IF NOT WS-HAVE-CHECKPOINT
              PERFORM H475-TAKE-CHECKPOINT
           END-IF.
       H100-END. EXIT.
      *Checkpoint'i okur. Bos veya bulunamayan checkpoint ilk
      *calisma demektir. Dolu checkpoint baska bir is gunune aitse o
      *gunun calismasi tamamlanmadan bugun calisilmaz. Sayac ve
      *tutar toplamlari checkpoint'ten devralinir ki kontrol
      *toplamlari tum gunu kapsasin.
       H060-READ-CHECKPOINT.
           OPEN INPUT CHK-REC.
           IF CHK-ST = 0 OR CHK-ST = 97
              READ CHK-REC
                 AT END CONTINUE
              END-READ
              IF CHK-ST = 0
                 MOVE 'Y' TO WS-CHECKPOINT-SW
                 PERFORM H065-RESTORE-CHECKPOINT
              END-IF
              CLOSE CHK-REC
           END-IF.
           IF WS-HAVE-CHECKPOINT
              IF CHK-BUS-DATE NOT = WS-BUS-DATE
                 DISPLAY 'CHECKPOINT BELONGS TO BUSINESS DATE '
                         CHK-BUS-DATE ' - RESTART THAT RUN FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              DISPLAY 'RESTARTING FROM CHECKPOINT, WAREHOUSE CARDS '
                      CHK-WHI-CNT ' DECK CARDS ' CHK-PST-CNT
           ELSE
              DISPLAY 'NO CHECKPOINT FOUND, STARTING FROM BEGINNING'
           END-IF.
       H060-END. EXIT.
      *Checkpoint kaydindaki konum ve toplamlari calisma alanina alir
       H065-RESTORE-CHECKPOINT.
           MOVE CHK-WHI-CNT TO WS-RESTART-WHI-CNT.
           MOVE CHK-PST-CNT TO WS-RESTART-PST-CNT.
           MOVE CHK-PSX-CNT TO WS-RESTART-PSX-CNT.
           MOVE CHK-PSX-HASH TO WS-RESTART-PSX-HASH.
           COMPUTE WS-RESTART-WHO-CNT =
              CHK-SWEEP-HELD-CNT + CHK-NEW-HELD-CNT.
           MOVE CHK-WHI-CNT TO WS-WHS-IN-CNT.
           MOVE CHK-PST-CNT TO WS-PST-READ-CNT.
           MOVE CHK-DEB-CNT TO WS-DEB-CNT.
           MOVE CHK-CRD-CNT TO WS-CRD-CNT.
           MOVE CHK-REJ-CNT TO WS-REJ-CNT.
           MOVE CHK-DEB-TOTAL TO WS-DEB-TOTAL.
           MOVE CHK-CRD-TOTAL TO WS-CRD-TOTAL.
           MOVE CHK-OVERLIM-CNT TO WS-OVERLIM-CNT.
           MOVE CHK-SWEEP-HELD-CNT TO WS-SWEEP-HELD-CNT.
           MOVE CHK-NEW-HELD-CNT TO WS-NEW-HELD-CNT.
           MOVE CHK-XFR-CNT TO WS-XFR-CNT.
           MOVE CHK-XFR-FX-CNT TO WS-XFR-FX-CNT.
           MOVE CHK-DUP-CNT TO WS-DUP-CNT.
           MOVE CHK-REV-CNT TO WS-REV-CNT.
           MOVE CHK-RECOVER-CNT TO WS-RECOVER-CNT.
       H065-END. EXIT.
      *Kesilen calismanin PSTEXTR detaylarini sayar ve kontrol
      *toplamini devralir; boylece calisma sonunda yazilan TRL tum
      *dosyayi kapsar. Ilk checkpoint sayisi kadar detayin toplami
      *checkpoint'teki kontrol toplamini tutmalidir. Checkpoint'in
      *ustundeki detaylar checkpoint sonrasi uygulanmis kartlara
      *aittir ve o kartlar tanindiginda yeniden yazilmaz. TRL
      *bulunmasi onceki calismanin aslinda bittigini gosterir;
      *dosyaya ekleme yapilmaz.
       H105-RESCAN-PSTEXTR.
           MOVE ZERO TO WS-PSX-WRITE-CNT.
           MOVE ZERO TO WS-PSX-HASH.
           MOVE ZERO TO WS-RESCAN-CHK-HASH.
           OPEN INPUT PSI-REC.
           IF (PSI-ST NOT = 0) AND (PSI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN17 FILE: ' PSI-ST
              MOVE PSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PSI-REC.
           IF (PSI-ST NOT = 0) AND (PSI-ST NOT = 97)
                               AND (PSI-ST NOT = 10)
              DISPLAY 'UNABLE TO READ17 FILE: ' PSI-ST
              MOVE PSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-COUNT-PSX-RECORD UNTIL PSI-EOF.
           CLOSE PSI-REC.
           IF WS-RESCAN-HAS-TRL
              DISPLAY 'PSTEXTR ALREADY HAS A TRAILER - CHECK THE '
                      'PREVIOUS RUN, RESTART STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-PSX-WRITE-CNT < WS-RESTART-PSX-CNT) OR
              (WS-RESCAN-CHK-HASH NOT = WS-RESTART-PSX-HASH)
              DISPLAY 'PSTEXTR DOES NOT MATCH CHECKPOINT - RESTART '
                      'STOPPED'
              DISPLAY 'EXPECTED ' WS-RESTART-PSX-CNT
                      ' ACTUAL ' WS-PSX-WRITE-CNT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-PSX-CARRY-CNT =
              WS-PSX-WRITE-CNT - WS-RESTART-PSX-CNT.
       H105-END. EXIT.
      *Kesilen calismadan tek bir PSTEXTR kaydini devralir
       H106-COUNT-PSX-RECORD.
           IF PSI-TYPE = 'HDR'
              CONTINUE
           ELSE
              IF PSI-TYPE = 'TRL'
                 MOVE 'Y' TO WS-RESCAN-TRL-SW
              ELSE
                 ADD 1 TO WS-PSX-WRITE-CNT
                 COMPUTE WS-RESCAN-AMT =
                    FUNCTION NUMVAL (PSI-AMOUNT)
                 ADD WS-RESCAN-AMT TO WS-PSX-HASH
                 IF WS-PSX-WRITE-CNT NOT > WS-RESTART-PSX-CNT
                    ADD WS-RESCAN-AMT TO WS-RESCAN-CHK-HASH
                 END-IF
              END-IF
           END-IF.
           READ PSI-REC.
           IF (PSI-ST NOT = 0) AND (PSI-ST NOT = 97)
                               AND (PSI-ST NOT = 10)
              DISPLAY 'UNABLE TO READ18 FILE: ' PSI-ST
              MOVE PSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H106-END. EXIT.
      *Kesilen calismanin PSTWHSO kayitlarini sayar; checkpoint'teki
      *bekletilen kart sayisinin ustundekiler checkpoint sonrasi
      *devredilmis kartlardir ve yeniden yazilmaz
       H107-RESCAN-WAREHOUSE.
           MOVE ZERO TO WS-WHO-FILE-CNT.
           OPEN INPUT WHC-REC.
           IF (WHC-ST NOT = 0) AND (WHC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN19 FILE: ' WHC-ST
              MOVE WHC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ WHC-REC.
           IF (WHC-ST NOT = 0) AND (WHC-ST NOT = 97)
                               AND (WHC-ST NOT = 10)
              DISPLAY 'UNABLE TO READ19 FILE: ' WHC-ST
              MOVE WHC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H108-COUNT-WHO-RECORD UNTIL WHC-EOF.
           CLOSE WHC-REC.
           IF WS-WHO-FILE-CNT < WS-RESTART-WHO-CNT
              DISPLAY 'PSTWHSO DOES NOT MATCH CHECKPOINT - RESTART '
                      'STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-WHO-CARRY-CNT =
              WS-WHO-FILE-CNT - WS-RESTART-WHO-CNT.
       H107-END. EXIT.
      *Kesilen calismadan tek bir PSTWHSO kaydini sayar
       H108-COUNT-WHO-RECORD.
           ADD 1 TO WS-WHO-FILE-CNT.
           READ WHC-REC.
           IF (WHC-ST NOT = 0) AND (WHC-ST NOT = 97)
                               AND (WHC-ST NOT = 10)
              DISPLAY 'UNABLE TO READ20 FILE: ' WHC-ST
              MOVE WHC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H108-END. EXIT.
      *Sayfa basligi ve kolon basliklarini basar, sayfa sayacini arttir
       H180-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *FXRATE kayitlarini kur tablosuna yukler
       H130-LOAD-FX-RATES.
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
              DISPLAY 'UNABLE TO READ15 FILE: ' FX-ST
              MOVE FX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *Limit izleme raporuna sayfa basligi basar
       H195-PRINT-ODW-HEADERS.
           ADD 1 TO WS-ODW-PAGE-NO.
      *mantigi tek noktada kalsin.
       H150-SWEEP-WAREHOUSE.
           ADD 1 TO WS-WHS-IN-CNT.
           MOVE 'W' TO WS-CARD-POS-SRC.
           MOVE WS-WHS-IN-CNT TO WS-CARD-POS-NO.
           MOVE WHI-FIELDS TO PST-FIELDS.
           PERFORM H210-APPLY-POSTING.
           PERFORM H470-COMMIT-POINT.
           READ WHS-IN.
           IF (WHI-ST NOT = 0) AND (WHI-ST NOT = 97)
                               AND (WHI-ST NOT = 10)
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.
      *Yeniden baslatmada checkpoint'e kadar islenmis depo kartlarini
      *uygulamadan atlar; depo checkpoint konumundan kisaysa giris
      *degismis demektir ve calisma durur
       H155-SKIP-WAREHOUSE.
           IF WS-HAVE-CHECKPOINT
              MOVE ZERO TO WS-SKIP-CNT
              PERFORM H156-SKIP-WHS-CARD
                 UNTIL WHI-EOF
                    OR WS-SKIP-CNT NOT < WS-RESTART-WHI-CNT
              IF WS-SKIP-CNT < WS-RESTART-WHI-CNT
                 DISPLAY 'PSTWHSI SHORTER THAN CHECKPOINT - RESTART '
                         'STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H155-END. EXIT.
      *Tek bir depo kartini atlar
       H156-SKIP-WHS-CARD.
           ADD 1 TO WS-SKIP-CNT.
           READ WHS-IN.
           IF (WHI-ST NOT = 0) AND (WHI-ST NOT = 97)
                               AND (WHI-ST NOT = 10)
              DISPLAY 'UNABLE TO READ21 FILE: ' WHI-ST
              MOVE WHI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H156-END. EXIT.
      *Yeniden baslatmada checkpoint'e kadar islenmis deste
      *kartlarini uygulamadan atlar
       H165-SKIP-DECK.
           IF WS-HAVE-CHECKPOINT
              MOVE ZERO TO WS-SKIP-CNT
              PERFORM H166-SKIP-DECK-CARD
                 UNTIL PST-EOF
                    OR WS-SKIP-CNT NOT < WS-RESTART-PST-CNT
              IF WS-SKIP-CNT < WS-RESTART-PST-CNT
                 DISPLAY 'PSTREC SHORTER THAN CHECKPOINT - RESTART '
                         'STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H165-END. EXIT.
      *Tek bir deste kartini atlar
       H166-SKIP-DECK-CARD.
           ADD 1 TO WS-SKIP-CNT.
           READ PST-REC.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
                               AND (PST-ST NOT = 10)
              DISPLAY 'UNABLE TO READ22 FILE: ' PST-ST
              MOVE PST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H166-END. EXIT.
      *Her PST-REC kaydini uygular ve bir sonraki karti okur
       H200-PROCESS.
           ADD 1 TO WS-PST-READ-CNT.
           MOVE 'P' TO WS-CARD-POS-SRC.
           MOVE WS-PST-READ-CNT TO WS-CARD-POS-NO.
           PERFORM H210-APPLY-POSTING.
           PERFORM H470-COMMIT-POINT.
           READ PST-REC.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
                               AND (PST-ST NOT = 10)
       H210-APPLY-POSTING.
           MOVE SPACES TO INVALID-KEY.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-REVERSAL-SW.
           MOVE 'N' TO WS-RECOVER-SW.
           IF (NOT PST-DEBIT) AND (NOT PST-CREDIT)
                              AND (NOT PST-TRANSFER)
                              AND (NOT PST-REVERSAL)
              MOVE 'BAD D/C' TO WS-REJECT-REASON
              PERFORM H260-WRITE-JOURNAL-REJECT
           ELSE
              IF PST-VALDATE > WS-BUS-DATE
                 PERFORM H240-WAREHOUSE-CARD
              ELSE
      *Iptal karti asil referansi sicilde arar; diger kartlarin
      *referansi sicilde varsa kart mukerrerdir ve uygulanmaz
              IF PST-REVERSAL
                 PERFORM H250-APPLY-REVERSAL
              ELSE
              PERFORM H205-CHECK-REFERENCE
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM H260-WRITE-JOURNAL-REJECT
              ELSE
              IF WS-RECOVERED-CARD
                 PERFORM H285-RECOVER-CARD
              ELSE
              IF PST-TRANSFER
                 PERFORM H230-APPLY-TRANSFER
              ELSE
                 PERFORM H212-APPLY-SINGLE-CARD
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
      *Kartin referansini sicilde arar: bos referans sicile
      *yazilamayacagi icin, sicilde bulunan referans ise daha once
      *uygulandigi icin reddedilir. Yeniden baslatmada bugun ayni
      *konumdaki kartla uygulanmis referans mukerrer degil, kesintiden
      *once uygulanmis kartin kendisidir.
       H205-CHECK-REFERENCE.
           IF PST-REF = SPACES
              MOVE 'NO REF' TO WS-REJECT-REASON
           ELSE
              MOVE PST-REF TO REF-KEY
              READ REF-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVALID-KEY = 'Y'
                 INITIALIZE INVALID-KEY
              ELSE
                 IF WS-HAVE-CHECKPOINT AND
                    (REF-BUS-DATE = WS-BUS-DATE) AND
                    (REF-APPLY-POS = WS-CARD-POS)
                    MOVE 'Y' TO WS-RECOVER-SW
                 ELSE
                    MOVE 'DUP REF' TO WS-REJECT-REASON
                    ADD 1 TO WS-DUP-CNT
                 END-IF
              END-IF
           END-IF.
       H205-END. EXIT.
      *Tek hesapli borc/alacak kartinin hesabini okur, durumunu
      *denetler ve tutari uygular
       H212-APPLY-SINGLE-CARD.
           COMPUTE ACCT-ID = FUNCTION NUMVAL (PST-ID).
           COMPUTE ACCT-CUR = FUNCTION NUMVAL (PST-CUR).
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              MOVE 'NO ACCT' TO WS-REJECT-REASON
              PERFORM H260-WRITE-JOURNAL-REJECT
           ELSE
      *Dondurulmus (yasal blokaj) ve kapali hesaplara ne borc ne
      *alacak uygulanir; kart nedeniyle birlikte deftere reddedilir
              IF ACCT-FROZEN
                 MOVE 'ACCT FROZN' TO WS-REJECT-REASON
                 PERFORM H260-WRITE-JOURNAL-REJECT
              ELSE
                 IF ACCT-CLOSED
                    MOVE 'ACCT CLOSD' TO WS-REJECT-REASON
                    PERFORM H260-WRITE-JOURNAL-REJECT
                 ELSE
      *Bakiyesi sahipsiz bakiye olarak devredilmis hesap
                    IF ACCT-TRANSFERRED
                       MOVE 'ESCHEATED' TO WS-REJECT-REASON
                       PERFORM H260-WRITE-JOURNAL-REJECT
                    ELSE
                       PERFORM H220-POST-AMOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H212-END. EXIT.
      *Valor tarihinin cozulebilir bir takvim tarihi oldugunu
      *denetler: sekiz hane sayisal, ay 01-12, gun 01-31
       H215-CHECK-VALDATE.
              END-IF
           END-IF.
       H215-END. EXIT.
      *Aranan hesabin (WS-ODL-LOOK-ID/CUR) yetkili limitini tabloda
      *arar; kaydi olmayan hesabin limiti sifirdir
       H225-FIND-LIMIT.
           MOVE 'N' TO WS-ODL-FOUND-SW.
           MOVE ZERO TO WS-USE-LIMIT.
              VARYING WS-ODL-IDX FROM 1 BY 1
              UNTIL WS-ODL-IDX > WS-ODL-CNT OR WS-ODL-FOUND.
       H225-END. EXIT.
      *Limit tablosunda tek bir girdiyi aranan hesapla karsilastirir
       H226-SCAN-ODL-TABLE.
           IF (WS-ODL-ID (WS-ODL-IDX) = WS-ODL-LOOK-ID)
              AND (WS-ODL-CUR (WS-ODL-IDX) = WS-ODL-LOOK-CUR)
              MOVE 'Y' TO WS-ODL-FOUND-SW
              MOVE WS-ODL-LIMIT (WS-ODL-IDX) TO WS-USE-LIMIT
           END-IF.
       H226-END. EXIT.
      *Virman kartini uygular: kaynak hesaptan borc, hedef hesaptan
      *alacak bacagi ya birlikte uygulanir ya hic uygulanmaz. Iki
      *hesap da okunup durum ve limit denetiminden gecmeden hicbir
      *hesap geri yazilmaz. Kurlar farkliysa alacak tutari FXRATE
      *kurlariyla TRY uzerinden cevrilir. Denetimler sirayla yapilir,
      *ilk red nedeni kartla birlikte deftere basilir.
       H230-APPLY-TRANSFER.
           MOVE 'D' TO WS-XFR-SRC-DC.
           MOVE 'C' TO WS-XFR-TGT-DC.
           COMPUTE WS-XFR-SRC-AMOUNT = FUNCTION NUMVAL (PST-AMOUNT).
           IF PST-TGT-KEY = SPACES
              MOVE 'NO TGT KEY' TO WS-REJECT-REASON
           ELSE
              IF (PST-TGT-ID = PST-ID) AND (PST-TGT-CUR = PST-CUR)
                 MOVE 'SAME ACCT' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF WS-XFR-SRC-AMOUNT NOT > ZERO
                 MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
              ELSE
                 PERFORM H234-CONVERT-XFR-AMOUNT
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM H231-POST-TRANSFER
           ELSE
              PERFORM H260-WRITE-JOURNAL-REJECT
           END-IF.
       H230-END. EXIT.
      *Virmanin iki hesabini bacak yonleri ve tutarlariyla denetler
      *ve ikisi de gecerse uygular; ilk red nedeni deftere basilir.
      *Virman iptali de bu yoldan, sicildeki tutarlarla ters yonde
      *gecer.
       H231-POST-TRANSFER.
           IF WS-REJECT-REASON = SPACES
              MOVE 'S' TO WS-LEG-SIDE-SW
              MOVE PST-ID TO WS-LEG-ID
              MOVE PST-CUR TO WS-LEG-CUR
              MOVE WS-XFR-SRC-DC TO WS-LEG-DC
              MOVE WS-XFR-SRC-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H232-CHECK-XFR-ACCOUNT
              MOVE ACCT-FIELDS TO WS-XFR-SRC-IMAGE
              MOVE ACCT-BALANCE TO WS-XFR-SRC-PRIOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE 'T' TO WS-LEG-SIDE-SW
              MOVE PST-TGT-ID TO WS-LEG-ID
              MOVE PST-TGT-CUR TO WS-LEG-CUR
              MOVE WS-XFR-TGT-DC TO WS-LEG-DC
              MOVE WS-XFR-TGT-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H232-CHECK-XFR-ACCOUNT
              MOVE ACCT-FIELDS TO WS-XFR-TGT-IMAGE
              MOVE ACCT-BALANCE TO WS-XFR-TGT-PRIOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM H238-POST-XFR-LEGS
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM H260-WRITE-JOURNAL-REJECT
           END-IF.
       H231-END. EXIT.
      *Virmanin tek bacaginin hesabini okur; yoksa, dondurulmus veya
      *kapaliysa bacaga gore red nedeni verir. Gecen hesapta bacak
      *borcsa kredili mevduat limiti H225 ile denetlenir.
       H232-CHECK-XFR-ACCOUNT.
           MOVE SPACES TO INVALID-KEY.
           COMPUTE ACCT-ID = FUNCTION NUMVAL (WS-LEG-ID).
           COMPUTE ACCT-CUR = FUNCTION NUMVAL (WS-LEG-CUR).
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
              IF WS-LEG-SOURCE
                 MOVE 'NO ACCT' TO WS-REJECT-REASON
              ELSE
                 MOVE 'TGT NOACCT' TO WS-REJECT-REASON
              END-IF
           ELSE
              IF ACCT-FROZEN
                 IF WS-LEG-SOURCE
                    MOVE 'ACCT FROZN' TO WS-REJECT-REASON
                 ELSE
                    MOVE 'TGT FROZN' TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF ACCT-CLOSED
                    IF WS-LEG-SOURCE
                       MOVE 'ACCT CLOSD' TO WS-REJECT-REASON
                    ELSE
                       MOVE 'TGT CLOSD' TO WS-REJECT-REASON
                    END-IF
                 ELSE
                    IF ACCT-TRANSFERRED
                       IF WS-LEG-SOURCE
                          MOVE 'ESCHEATED' TO WS-REJECT-REASON
                       ELSE
                          MOVE 'TGT ESCHTD' TO WS-REJECT-REASON
                       END-IF
                    ELSE
                       PERFORM H236-CHECK-LEG-LIMIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H232-END. EXIT.
      *Alacak bacaginin tutarini bulur: ayni kurda tutar aynen
      *gecer, farkli kurda kaynak tutar kaynak kurun TRY karsiligiyla
      *carpilip hedef kurun TRY karsiligina bolunur
       H234-CONVERT-XFR-AMOUNT.
           IF PST-TGT-CUR = PST-CUR
              MOVE WS-XFR-SRC-AMOUNT TO WS-XFR-TGT-AMOUNT
           ELSE
              COMPUTE WS-LOOK-CUR = FUNCTION NUMVAL (PST-CUR)
              PERFORM H244-FIND-FX-RATE
              MOVE WS-USE-FX-RATE TO WS-SRC-FX-RATE
              IF WS-FX-FOUND
                 COMPUTE WS-LOOK-CUR = FUNCTION NUMVAL (PST-TGT-CUR)
                 PERFORM H244-FIND-FX-RATE
                 MOVE WS-USE-FX-RATE TO WS-TGT-FX-RATE
              END-IF
              IF (NOT WS-FX-FOUND) OR (WS-SRC-FX-RATE NOT > ZERO)
                                   OR (WS-TGT-FX-RATE NOT > ZERO)
                 MOVE 'NO FX RATE' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-XFR-TGT-AMOUNT ROUNDED =
                    WS-XFR-SRC-AMOUNT * WS-SRC-FX-RATE
                       / WS-TGT-FX-RATE
                 IF WS-XFR-TGT-AMOUNT NOT > ZERO
                    MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H234-END. EXIT.
      *Bacak borcsa hesabin bakiyesi bacak tutari kadar azaldiginda
      *yetkili limitin altina inmemelidir; H220'deki kuralin aynisi.
      *Alacak bacagi limit asimina yol acmaz.
       H236-CHECK-LEG-LIMIT.
           MOVE WS-LEG-ID TO WS-ODL-LOOK-ID.
           MOVE WS-LEG-CUR TO WS-ODL-LOOK-CUR.
           PERFORM H225-FIND-LIMIT.
           IF (WS-LEG-DC = 'D') AND
              ((ACCT-BALANCE - WS-LEG-AMOUNT) <
               (ZERO - WS-USE-LIMIT))
              IF WS-USE-LIMIT > ZERO
                 MOVE 'OVER LIMIT' TO WS-REJECT-REASON
                 ADD 1 TO WS-OVERLIM-CNT
              ELSE
                 MOVE 'INSUF FUND' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H236-END. EXIT.
      *Iki bacagi hesaplara uygular. Kaynak hesap geri yazildiktan
      *sonra hedef hesap yazilamazsa kaynak hesap saklanan ilk
      *goruntusune geri dondurulur; boylece tek bacak kitaplarda
      *kalmaz. Iki hesap da yazilinca bacaklar ekstreye ve deftere
      *ayni referansla gecer.
       H238-POST-XFR-LEGS.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-XFR-SRC-IMAGE TO ACCT-FIELDS.
           MOVE WS-XFR-SRC-DC TO WS-LEG-DC.
           MOVE WS-XFR-SRC-AMOUNT TO WS-LEG-AMOUNT.
           PERFORM H239-APPLY-LEG-BALANCE.
           MOVE ACCT-BALANCE TO WS-XFR-SRC-NEW.
           REWRITE ACCT-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           IF (INVALID-KEY NOT = 'Y') AND (ACCT-ST NOT = 0)
                                      AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO REWRITE16 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
              MOVE 'REJECTED' TO WS-REJECT-REASON
           ELSE
              MOVE WS-XFR-TGT-IMAGE TO ACCT-FIELDS
              MOVE WS-XFR-TGT-DC TO WS-LEG-DC
              MOVE WS-XFR-TGT-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H239-APPLY-LEG-BALANCE
              MOVE ACCT-BALANCE TO WS-XFR-TGT-NEW
              REWRITE ACCT-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
              IF (INVALID-KEY NOT = 'Y') AND (ACCT-ST NOT = 0)
                                         AND (ACCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO REWRITE17 FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF INVALID-KEY = 'Y'
                 INITIALIZE INVALID-KEY
                 MOVE 'REJECTED' TO WS-REJECT-REASON
                 PERFORM H237-RESTORE-XFR-SOURCE
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF NOT WS-IN-REVERSAL
                 ADD 1 TO WS-XFR-CNT
                 IF PST-TGT-CUR NOT = PST-CUR
                    ADD 1 TO WS-XFR-FX-CNT
                 END-IF
              END-IF
              PERFORM H290-RECORD-REFERENCE
              MOVE PST-ID TO WS-LEG-ID
              MOVE PST-CUR TO WS-LEG-CUR
              MOVE WS-XFR-SRC-DC TO WS-LEG-DC
              MOVE WS-XFR-SRC-AMOUNT TO WS-LEG-AMOUNT
              MOVE WS-XFR-SRC-PRIOR TO WS-LEG-PRIOR
              MOVE WS-XFR-SRC-NEW TO WS-LEG-NEW
              PERFORM H280-WRITE-LEG-MOVEMENT
              MOVE PST-TGT-ID TO WS-LEG-ID
              MOVE PST-TGT-CUR TO WS-LEG-CUR
              MOVE WS-XFR-TGT-DC TO WS-LEG-DC
              MOVE WS-XFR-TGT-AMOUNT TO WS-LEG-AMOUNT
              MOVE WS-XFR-TGT-PRIOR TO WS-LEG-PRIOR
              MOVE WS-XFR-TGT-NEW TO WS-LEG-NEW
              PERFORM H280-WRITE-LEG-MOVEMENT
           END-IF.
       H238-END. EXIT.
      *Hedef bacak yazilamadiginda kaynak hesabi virman oncesi
      *goruntusuyle geri yazar; bu da yazilamazsa hesaplar tutarsiz
      *kalacagindan calisma durdurulur
       H237-RESTORE-XFR-SOURCE.
           MOVE WS-XFR-SRC-IMAGE TO ACCT-FIELDS.
           REWRITE ACCT-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-REWRITE.
           IF (INVALID-KEY = 'Y') OR
              ((ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97))
              DISPLAY 'UNABLE TO RESTORE TRANSFER SOURCE ' PST-ID
                      PST-CUR ' ' PST-REF ' STATUS: ' ACCT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H237-END. EXIT.
      *Bacak tutarini hesap tamponundaki bakiyeye uygular; son
      *hareket tarihi damgalanir, uykuda hesap yeniden acilir
       H239-APPLY-LEG-BALANCE.
           IF WS-LEG-DC = 'D'
              SUBTRACT WS-LEG-AMOUNT FROM ACCT-BALANCE
           ELSE
              ADD WS-LEG-AMOUNT TO ACCT-BALANCE
           END-IF.
           MOVE WS-BUS-DATE TO ACCT-LAST-MOVE.
           IF ACCT-DORMANT
              MOVE 'O' TO ACCT-STATUS
           END-IF.
       H239-END. EXIT.
      *Hesabin kurunun TRY karsiligini tabloda arar; 949 dosyaya
      *bakilmadan 1.000000 kurla kabul edilir. Is tarihinden eski
      *kur bulunmamis sayilir.
       H244-FIND-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-USE-FX-RATE.
           IF WS-LOOK-CUR = WS-BASE-CURRENCY
              MOVE 'Y' TO WS-FX-FOUND-SW
              MOVE 1 TO WS-USE-FX-RATE
              MOVE WS-BUS-DATE TO WS-USE-FX-DATE
           ELSE
              PERFORM H245-SCAN-FX-TABLE
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > WS-FX-CNT OR WS-FX-FOUND
              IF WS-FX-FOUND AND (WS-USE-FX-DATE < WS-BUS-DATE)
                 MOVE 'N' TO WS-FX-FOUND-SW
              END-IF
           END-IF.
       H244-END. EXIT.
      *Kur tablosunda tek bir girdiyi karsilastirir
       H245-SCAN-FX-TABLE.
           IF WS-LOOK-CUR = WS-FX-CUR (WS-FX-IDX)
              MOVE 'Y' TO WS-FX-FOUND-SW
              MOVE WS-FX-RATE (WS-FX-IDX) TO WS-USE-FX-RATE
              MOVE WS-FX-DATE (WS-FX-IDX) TO WS-USE-FX-DATE
           END-IF.
       H245-END. EXIT.
      *Ileri valorlu karti uygulamadan depoya devreder ve gunluk
      *bekletme raporuna basar; depo gecisinden gelen kartla gunun
      *destesinden gelen kart ayri sayilir
           ELSE
              ADD 1 TO WS-NEW-HELD-CNT
           END-IF.
      *Yeniden baslatmada checkpoint sonrasi devredilmis kart
      *PSTWHSO'da zaten vardir; ikinci kez yazilmaz
           IF WS-WHO-CARRY-CNT > ZERO
              SUBTRACT 1 FROM WS-WHO-CARRY-CNT
           ELSE
              MOVE PST-FIELDS TO WHO-FIELDS
              WRITE WHO-FIELDS
              PERFORM H241-PRINT-HELD-CARD
           END-IF.
       H240-END. EXIT.
      *Bekletilen karti gunluk bekletme raporuna basar
       H241-PRINT-HELD-CARD.
           IF WS-WHR-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H190-PRINT-WHS-HEADERS
           END-IF.
           MOVE 'BEKLETILDI' TO WHR-NOTE.
           WRITE WHR-PRINT-REC.
           ADD 1 TO WS-WHR-LINE-CNT.
       H241-END. EXIT.
      *Tutari bakiyeye uygular ve kaydi geri yazar. Sifir veya eksi
      *tutarli kart borc/alacak yonunu tersine cevirecegi icin
      *uygulanmadan reddedilir.
      *dusurecekse reddedilir. Limit kaydi olan hesapta red nedeni
      *LIMIT ASIMI, limitsiz (sifir limitli) hesapta eski YETERSIZ
      *BAKIYE nedeni korunur.
           MOVE PST-ID TO WS-ODL-LOOK-ID
           MOVE PST-CUR TO WS-ODL-LOOK-CUR
           PERFORM H225-FIND-LIMIT
           IF PST-DEBIT AND
              ((ACCT-BALANCE - WS-PST-AMOUNT) <
                    ADD 1 TO WS-CRD-CNT
                    ADD WS-PST-AMOUNT TO WS-CRD-TOTAL
                 END-IF
                 PERFORM H290-RECORD-REFERENCE
                 MOVE PST-FIELDS TO PSX-FIELDS
                 WRITE PSX-FIELDS
                 ADD 1 TO WS-PSX-WRITE-CNT
           END-IF
           END-IF.
       H220-END. EXIT.
      *Iptal kartini uygular: asil referans sicilde bulunmali ve
      *daha once iptal edilmemis olmalidir. Tek hesapli hareket ters
      *yonde ayni tutarla H212 yolundan, virman iki bacagi ters
      *yonde sicildeki tutarlarla H231 yolundan gecer; iptal gunun
      *kuruyla yeniden cevrilmez. Iptal hareketi asil referansi
      *tasir, basarili iptalde sicildeki kayit iptal edildi olarak
      *isaretlenir.
       H250-APPLY-REVERSAL.
           MOVE 'Y' TO WS-REVERSAL-SW.
           MOVE PST-REF TO REF-KEY.
           READ REF-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF (INVALID-KEY = 'Y') OR (PST-REF = SPACES)
              INITIALIZE INVALID-KEY
              MOVE 'NO ORIG' TO WS-REJECT-REASON
              PERFORM H260-WRITE-JOURNAL-REJECT
           ELSE
              IF REF-REVERSED
                 IF WS-HAVE-CHECKPOINT AND
                    (REF-REV-DATE = WS-BUS-DATE) AND
                    (REF-REV-POS = WS-CARD-POS)
                    PERFORM H285-RECOVER-CARD
                 ELSE
                    MOVE 'REVERSED' TO WS-REJECT-REASON
                    PERFORM H260-WRITE-JOURNAL-REJECT
                 END-IF
              ELSE
                 MOVE REF-ID TO PST-ID
                 MOVE REF-CUR TO PST-CUR
                 MOVE REF-TGT-ID TO PST-TGT-ID
                 MOVE REF-TGT-CUR TO PST-TGT-CUR
                 IF REF-TRANSFER
                    MOVE 'C' TO WS-XFR-SRC-DC
                    MOVE 'D' TO WS-XFR-TGT-DC
                    MOVE REF-AMOUNT TO WS-XFR-SRC-AMOUNT
                    MOVE REF-TGT-AMOUNT TO WS-XFR-TGT-AMOUNT
                    PERFORM H231-POST-TRANSFER
                 ELSE
                    IF REF-DEBIT
                       MOVE 'C' TO PST-DC
                    ELSE
                       MOVE 'D' TO PST-DC
                    END-IF
                    MOVE REF-AMOUNT TO WS-MOV-AMOUNT-TXT
                    MOVE SPACES TO PST-AMOUNT
                    MOVE WS-MOV-AMOUNT-TXT TO PST-AMOUNT
                    PERFORM H212-APPLY-SINGLE-CARD
                 END-IF
              END-IF
           END-IF.
       H250-END. EXIT.
      *Reddedilen hareketi nedeniyle birlikte deftere basar
       H260-WRITE-JOURNAL-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE PST-ID TO JRN-REJ-ID.
           MOVE PST-CUR TO JRN-REJ-CUR.
           MOVE PST-DC TO JRN-REJ-DC.
           IF WS-IN-REVERSAL
              MOVE 'R' TO JRN-REJ-DC
           END-IF.
           MOVE PST-REF TO JRN-REJ-REF.
           MOVE WS-REJECT-REASON TO JRN-REJ-REASON.
           IF PST-TGT-KEY NOT = SPACES
              MOVE PST-TGT-ID TO JRN-REJ-TGT-ID
              MOVE PST-TGT-CUR TO JRN-REJ-TGT-CUR
           END-IF.
           WRITE JRN-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H260-END. EXIT.
           WRITE JRN-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H270-END. EXIT.
      *Uygulanan bacagi PSTEXTR'ye ayri bir borc/alacak hareketi
      *olarak yazar, sayac ve toplamlari gunceller ve onceki bakiye /
      *hareket / yeni bakiye kolonlariyla deftere basar. Bacaklar
      *kartin referansini paylasir; STMTGEN ve TRIALBAL bunlari
      *siradan borc/alacak hareketi olarak izler.
       H280-WRITE-LEG-MOVEMENT.
           MOVE WS-LEG-AMOUNT TO WS-MOV-AMOUNT-TXT.
           MOVE SPACES TO WS-LEG-AMOUNT-X.
           MOVE WS-MOV-AMOUNT-TXT TO WS-LEG-AMOUNT-X.
           MOVE PST-VALDATE TO WS-LEG-VALDATE.
           MOVE PST-REF TO WS-LEG-REF.
           IF WS-LEG-DC = 'D'
              ADD 1 TO WS-DEB-CNT
              ADD WS-LEG-AMOUNT TO WS-DEB-TOTAL
           ELSE
              ADD 1 TO WS-CRD-CNT
              ADD WS-LEG-AMOUNT TO WS-CRD-TOTAL
           END-IF.
           MOVE WS-LEG-FIELDS TO PSX-FIELDS.
           WRITE PSX-FIELDS.
           ADD 1 TO WS-PSX-WRITE-CNT.
           ADD WS-LEG-AMOUNT TO WS-PSX-HASH.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           INITIALIZE JRN-DETAIL-REC.
           MOVE WS-LEG-ID TO JRN-ID.
           MOVE WS-LEG-CUR TO JRN-CUR.
           MOVE WS-LEG-DC TO JRN-DC.
           MOVE WS-LEG-REF TO JRN-REF.
           MOVE WS-LEG-PRIOR TO JRN-PRIOR.
           IF WS-LEG-DC = 'D'
              COMPUTE JRN-MOVE = WS-LEG-AMOUNT * -1
           ELSE
              MOVE WS-LEG-AMOUNT TO JRN-MOVE
           END-IF.
           MOVE WS-LEG-NEW TO JRN-NEW.
           WRITE JRN-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H280-END. EXIT.
      *Kesintiden once hesaplara uygulanmis karti sicildeki kayittan
      *yeniden kurar: hesaplara dokunulmaz, sayac ve toplamlar
      *guncellenir, PSTEXTR'ye ulasmamis bacaklar yazilir ve deftere
      *KURTARILDI notuyla basilir
       H285-RECOVER-CARD.
           ADD 1 TO WS-RECOVER-CNT.
           IF REF-TRANSFER
              IF WS-IN-REVERSAL
                 ADD 1 TO WS-REV-CNT
                 MOVE 'C' TO WS-XFR-SRC-DC
                 MOVE 'D' TO WS-XFR-TGT-DC
              ELSE
                 ADD 1 TO WS-XFR-CNT
                 IF REF-TGT-CUR NOT = REF-CUR
                    ADD 1 TO WS-XFR-FX-CNT
                 END-IF
                 MOVE 'D' TO WS-XFR-SRC-DC
                 MOVE 'C' TO WS-XFR-TGT-DC
              END-IF
              MOVE REF-ID TO WS-LEG-ID
              MOVE REF-CUR TO WS-LEG-CUR
              MOVE WS-XFR-SRC-DC TO WS-LEG-DC
              MOVE REF-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H286-RECOVER-LEG
              MOVE REF-TGT-ID TO WS-LEG-ID
              MOVE REF-TGT-CUR TO WS-LEG-CUR
              MOVE WS-XFR-TGT-DC TO WS-LEG-DC
              MOVE REF-TGT-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H286-RECOVER-LEG
           ELSE
              MOVE REF-DC TO WS-LEG-DC
              IF WS-IN-REVERSAL
                 ADD 1 TO WS-REV-CNT
                 IF REF-DEBIT
                    MOVE 'C' TO WS-LEG-DC
                 ELSE
                    MOVE 'D' TO WS-LEG-DC
                 END-IF
              END-IF
              MOVE REF-ID TO WS-LEG-ID
              MOVE REF-CUR TO WS-LEG-CUR
              MOVE REF-AMOUNT TO WS-LEG-AMOUNT
              PERFORM H286-RECOVER-LEG
           END-IF.
       H285-END. EXIT.
      *Kurtarilan tek bacagi sayar; kesilen calismanin dosyaya
      *yazdigi fazla kayitlar bacak sirasiyla bu kartlara aittir,
      *bunlar tukenene kadar bacak yeniden yazilmaz
       H286-RECOVER-LEG.
           IF WS-LEG-DC = 'D'
              ADD 1 TO WS-DEB-CNT
              ADD WS-LEG-AMOUNT TO WS-DEB-TOTAL
           ELSE
              ADD 1 TO WS-CRD-CNT
              ADD WS-LEG-AMOUNT TO WS-CRD-TOTAL
           END-IF.
           IF WS-PSX-CARRY-CNT > ZERO
              SUBTRACT 1 FROM WS-PSX-CARRY-CNT
           ELSE
              MOVE WS-LEG-AMOUNT TO WS-MOV-AMOUNT-TXT
              MOVE SPACES TO WS-LEG-AMOUNT-X
              MOVE WS-MOV-AMOUNT-TXT TO WS-LEG-AMOUNT-X
              MOVE PST-VALDATE TO WS-LEG-VALDATE
              MOVE PST-REF TO WS-LEG-REF
              MOVE WS-LEG-FIELDS TO PSX-FIELDS
              WRITE PSX-FIELDS
              ADD 1 TO WS-PSX-WRITE-CNT
              ADD WS-LEG-AMOUNT TO WS-PSX-HASH
           END-IF.
           IF WS-LINE-CNT NOT < WS-MAX-LINES-PER-PAGE
              PERFORM H180-PRINT-PAGE-HEADERS
           END-IF.
           INITIALIZE JRN-REJECT-REC.
           MOVE WS-LEG-ID TO JRN-REJ-ID.
           MOVE WS-LEG-CUR TO JRN-REJ-CUR.
           MOVE WS-LEG-DC TO JRN-REJ-DC.
           MOVE PST-REF TO JRN-REJ-REF.
           MOVE 'KURTARILDI' TO JRN-REJ-REASON.
           WRITE JRN-PRINT-REC.
           ADD 1 TO WS-LINE-CNT.
       H286-END. EXIT.
      *Uygulanan kartin referansini sicile yazar; iptal kartinda
      *asil referansin kaydi iptal edildi olarak geri yazilir. Sicil
      *yazilamazsa hesaplar ile sicil ayrisacagindan calisma durur.
      *Sicil hesaplar geri yazilir yazilmaz, cikti kayitlarindan once
      *guncellenir: kesintide hesaba uygulanmis her kart sicilde
      *bulunur ve yeniden baslatmada ikinci kez uygulanmaz.
       H290-RECORD-REFERENCE.
           IF WS-IN-REVERSAL
              MOVE 'R' TO REF-STATUS
              MOVE WS-BUS-DATE TO REF-REV-DATE
              MOVE WS-CARD-POS TO REF-REV-POS
              REWRITE REF-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
              ADD 1 TO WS-REV-CNT
           ELSE
              MOVE SPACES TO REF-FIELDS
              MOVE PST-REF TO REF-KEY
              MOVE PST-ID TO REF-ID
              MOVE PST-CUR TO REF-CUR
              MOVE PST-DC TO REF-DC
              IF PST-TRANSFER
                 MOVE WS-XFR-SRC-AMOUNT TO REF-AMOUNT
                 MOVE PST-TGT-ID TO REF-TGT-ID
                 MOVE PST-TGT-CUR TO REF-TGT-CUR
                 MOVE WS-XFR-TGT-AMOUNT TO REF-TGT-AMOUNT
              ELSE
                 MOVE WS-PST-AMOUNT TO REF-AMOUNT
                 MOVE ZERO TO REF-TGT-AMOUNT
              END-IF
              MOVE WS-BUS-DATE TO REF-BUS-DATE
              MOVE WS-CARD-POS TO REF-APPLY-POS
              MOVE 'A' TO REF-STATUS
              WRITE REF-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
           END-IF.
           IF (INVALID-KEY = 'Y') OR
              ((REF-ST NOT = 0) AND (REF-ST NOT = 97))
              DISPLAY 'UNABLE TO WRITE18 FILE: ' REF-ST
              MOVE REF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H290-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 REF-REC
                 PST-REC
                 JRN-REC
                 PSX-REC
           MOVE WS-PSX-HASH TO PSX-TRL-HASH.
           WRITE PSX-TRL-REC.
       H460-END. EXIT.
      *Her kartin sonunda cagrilir; araliga ulasildiginda checkpoint
      *alinir. Kesilen calismanin fazla cikti kayitlari henuz
      *tukenmemisse checkpoint ertelenir, yoksa o kayitlar yeni
      *checkpoint'in icinde sayilir ve sahipleri tekrar yazilirdi.
       H470-COMMIT-POINT.
           ADD 1 TO WS-SINCE-CHK-CNT.
           IF (WS-SINCE-CHK-CNT NOT < WS-COMMIT-INT) AND
              (WS-PSX-CARRY-CNT = ZERO) AND
              (WS-WHO-CARRY-CNT = ZERO)
              PERFORM H475-TAKE-CHECKPOINT
           END-IF.
       H470-END. EXIT.
      *Cikti dosyalarini kapatip EXTEND ile yeniden acarak diske
      *yazilmalarini saglar, sonra kart konumu ve toplamlari
      *checkpoint'e yazar. Checkpoint tek kayittir, her seferinde
      *yeniden olusturulur.
       H475-TAKE-CHECKPOINT.
           CLOSE JRN-REC
                 PSX-REC
                 WHS-OUT
                 WHS-RPT.
           OPEN EXTEND JRN-REC.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN23 FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND PSX-REC.
           IF (PSX-ST NOT = 0) AND (PSX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN24 FILE: ' PSX-ST
              MOVE PSX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND WHS-OUT.
           IF (WHO-ST NOT = 0) AND (WHO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN25 FILE: ' WHO-ST
              MOVE WHO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND WHS-RPT.
           IF (WHR-ST NOT = 0) AND (WHR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN26 FILE: ' WHR-ST
              MOVE WHR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CHK-REC.
           IF (CHK-ST NOT = 0) AND (CHK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN27 FILE: ' CHK-ST
              MOVE CHK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO CHK-FIELDS.
           MOVE WS-BUS-DATE TO CHK-BUS-DATE.
           MOVE WS-WHS-IN-CNT TO CHK-WHI-CNT.
           MOVE WS-PST-READ-CNT TO CHK-PST-CNT.
           MOVE WS-DEB-CNT TO CHK-DEB-CNT.
           MOVE WS-CRD-CNT TO CHK-CRD-CNT.
           MOVE WS-REJ-CNT TO CHK-REJ-CNT.
           MOVE WS-DEB-TOTAL TO CHK-DEB-TOTAL.
           MOVE WS-CRD-TOTAL TO CHK-CRD-TOTAL.
           MOVE WS-PSX-WRITE-CNT TO CHK-PSX-CNT.
           MOVE WS-PSX-HASH TO CHK-PSX-HASH.
           MOVE WS-OVERLIM-CNT TO CHK-OVERLIM-CNT.
           MOVE WS-SWEEP-HELD-CNT TO CHK-SWEEP-HELD-CNT.
           MOVE WS-NEW-HELD-CNT TO CHK-NEW-HELD-CNT.
           MOVE WS-XFR-CNT TO CHK-XFR-CNT.
           MOVE WS-XFR-FX-CNT TO CHK-XFR-FX-CNT.
           MOVE WS-DUP-CNT TO CHK-DUP-CNT.
           MOVE WS-REV-CNT TO CHK-REV-CNT.
           MOVE WS-RECOVER-CNT TO CHK-RECOVER-CNT.
           WRITE CHK-FIELDS.
           IF (CHK-ST NOT = 0) AND (CHK-ST NOT = 97)
              DISPLAY 'UNABLE TO WRITE27 FILE: ' CHK-ST
              MOVE CHK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE CHK-REC.
           MOVE ZERO TO WS-SINCE-CHK-CNT.
           ADD 1 TO WS-CHK-TAKEN-CNT.
       H475-END. EXIT.
      *Calisma normal bittiyse checkpoint'i bosaltir; yoksa yarinin
      *calismasi bugunun konumuna baglanir kalirdi. Hata yollarinda
      *checkpoint korunur ve ayni gun yeniden calistirildiginda
      *kalinan yerden devam edilir.
       H480-CLEAR-CHECKPOINT.
           IF WS-RUN-COMPLETE
              OPEN OUTPUT CHK-REC
              CLOSE CHK-REC
           END-IF.
       H480-END. EXIT.
      *Calisma sonunda limitli hesaplari tarar: eksi bakiyesi
      *limitinin verilen yuzdesine ulasan hesaplar izleme raporuna
      *basilir, boylece limit asimi yasanmadan onlem alinabilir
           MOVE 'LIMIT ASIMI REDDI          :' TO JRN-TRL-LABEL.
           MOVE WS-OVERLIM-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
           INITIALIZE JRN-TRAILER-REC.
           MOVE 'UYGULANAN VIRMAN SAYISI    :' TO JRN-TRL-LABEL.
           MOVE WS-XFR-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
           INITIALIZE JRN-TRAILER-REC.
           MOVE 'KUR CEVRIMLI VIRMAN SAYISI :' TO JRN-TRL-LABEL.
           MOVE WS-XFR-FX-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
           INITIALIZE JRN-TRAILER-REC.
           MOVE 'MUKERRER REFERANS REDDI    :' TO JRN-TRL-LABEL.
           MOVE WS-DUP-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
           INITIALIZE JRN-TRAILER-REC.
           MOVE 'IPTAL EDILEN REFERANS      :' TO JRN-TRL-LABEL.
           MOVE WS-REV-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
           INITIALIZE JRN-TRAILER-REC.
           MOVE 'ALINAN CHECKPOINT SAYISI   :' TO JRN-TRL-LABEL.
           MOVE WS-CHK-TAKEN-CNT TO JRN-TRL-VALUE.
           WRITE JRN-PRINT-REC.
      *Yeniden baslatilan calismada sayaclar checkpoint'ten devralinir
      *ve tum gunu kapsar; kesintiden once uygulanip sicilden
      *taninan kartlar ayrica gosterilir
           IF WS-HAVE-CHECKPOINT
              INITIALIZE JRN-TRAILER-REC
              MOVE 'NOT: YENIDEN BASLATMA - TUM GUN' TO
                 JRN-TRL-LABEL
              WRITE JRN-PRINT-REC
              INITIALIZE JRN-TRAILER-REC
              MOVE 'KESINTIDEN KURTARILAN KART :' TO JRN-TRL-LABEL
              MOVE WS-RECOVER-CNT TO JRN-TRL-VALUE
              WRITE JRN-PRINT-REC
           END-IF.
           COMPUTE WS-RELEASED-CNT =
              WS-WHS-IN-CNT - WS-SWEEP-HELD-CNT.
           INITIALIZE JRN-TRAILER-REC.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           PERFORM H480-CLEAR-CHECKPOINT.
           STOP RUN.
       H999-END. EXIT.
