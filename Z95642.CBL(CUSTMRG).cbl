       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTMRG.
       AUTHOR.        Burak Kozluca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Mukerrer musteri birlestirme: her kart kaybeden ve kalan
      *musteri numarasini tasir. Kaybeden musterinin tum hesaplari
      *ACCT-CUST-NO alternatif indexinden bulunur ve kalan musteriye
      *tasinir; her tasinan hesap icin HISTREC'e onceki/sonraki
      *goruntu, AUDITLOG'a denetim kaydi yazilir. Sonra kaybeden
      *musteri CUSTREC'ten silinir ve sonuc CAUDLOG'a yazilir.
      *Iki musteriden birinin dondurulmus hesabi varsa birlestirme
      *hicbir kayda dokunulmadan reddedilir. Tasinan hesaplarin
      *TAXYTD birikim satirlari ve SORDMST talimatlarindaki musteri
      *numarasi da kalan musteriye cevrilir. Tasinamayan hesap
      *kalirsa kaybeden musteri silinmez, sonuc PARTIAL yazilir.
      *Olasi mukerrerler CUSTDUP raporundan secilir.
           SELECT CUST-REC   ASSIGN TO    CUSTREC
                             ORGANIZATION INDEXED
                             ACCESS       RANDOM
                             RECORD       CUST-NO
                             ALTERNATE RECORD KEY CUST-NAME-KEY
                                       WITH DUPLICATES
                             STATUS       CUST-ST.
      *DYNAMIC erisim: musterinin hesap zinciri ACCT-CUST-NO
      *indexinden okunup READ NEXT ile yurunur, tasima ise ana
      *anahtarla okunup REWRITE edilir. ACCT-NAME-KEY alternatif
      *indexi kumenin tanimiyla tutarli kalmasi icin bildirilir.
           SELECT ACCT-REC   ASSIGN TO    ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       ACCT-KEY
                             ALTERNATE RECORD KEY ACCT-NAME-KEY
                                       WITH DUPLICATES
                             ALTERNATE RECORD KEY ACCT-CUST-NO
                                       WITH DUPLICATES
                             STATUS       ACCT-ST.
      *Yil ici faiz/stopaj birikimi; duzen INTACCR ile ayni. DYNAMIC
      *erisim: kaybeden musterinin satirlari START ile bulunur.
           SELECT YTD-REC    ASSIGN TO    TAXYTD
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       YTD-KEY
                             STATUS       YTD-ST.
      *Duzenli odeme talimatlari; duzen SORDMNT ile ayni. Musteri
      *indexi olmadigi icin dosya bastan sona taranir.
           SELECT SO-REC     ASSIGN TO    SORDMST
                             ORGANIZATION INDEXED
                             ACCESS       DYNAMIC
                             RECORD       SO-NO
                             STATUS       SO-ST.
      *Birlestirme kartlarinin geldigi giris dosyasi
           SELECT MRG-REC    ASSIGN TO    MRGREC
                             STATUS       MRG-ST.
      *Tasinan her hesabin denetim izi; duzen ACCTMAIN ile ayni
           SELECT AUDIT-REC  ASSIGN TO    AUDITLOG
                             STATUS       AUD-ST.
      *Her birlestirme kartinin musteri denetim izi; duzen CUSTMNT
      *ile ayni
           SELECT CAUD-REC   ASSIGN TO    CAUDLOG
                             STATUS       CAUD-ST.
      *Tasinan her hesabin onceki/sonraki goruntusu; duzen ACCTMAIN
      *ile ayni, calismalar arasinda birikir
           SELECT HIST-REC   ASSIGN TO    HISTREC
                             STATUS       HST-ST.
      *Is tarihini tasiyan kontrol karti; kart yoksa makine tarihi
      *kullanilir
           SELECT CTL-REC    ASSIGN TO    CTLCARD
                             ORGANIZATION SEQUENTIAL
                             STATUS       CTL-ST.
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
      *TAXYTD Degiskenleri - duzen INTACCR'deki YTD-FIELDS ile ayni
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
      *SORDMST Degiskenleri - duzen SORDMNT'deki SO-FIELDS ile ayni
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
           05 SO-NEXT-DUE     PIC X(08).
           05 SO-END-DATE     PIC X(08).
           05 SO-DUE-DAY      PIC 9(02).
           05 SO-STATUS       PIC X(01).
           05 SO-RETRY-CNT    PIC 9(02).
           05 SO-RETRY-SW     PIC X(01).
           05 SO-GEN-SEQ      PIC 9(04).
           05 SO-LAST-REF     PIC X(10).
           05 SO-LAST-GEN-DATE PIC X(08).
           05 SO-LAST-RESULT  PIC X(10).
           05 SO-ADD-DATE     PIC X(08).
           05 FILLER          PIC X(10).
      *MRGREC Degiskenleri - islem kodu (M), kaybeden musteri no,
      *kalan musteri no
       FD  MRG-REC     RECORDING MODE F.
       01  MRG-FIELDS.
           05 MRG-ACTION     PIC X(01).
              88 MRG-MERGE       VALUE 'M'.
           05 MRG-LOSER      PIC X(05).
           05 MRG-SURVIVOR   PIC X(05).
      *AUDITLOG Degiskenleri - duzen ACCTMAIN'deki AUDIT-FIELDS ile
      *ayni
       FD  AUDIT-REC   RECORDING MODE F.
       01  AUDIT-FIELDS.
           05 AUD-ACTION     PIC X(01).
           05 AUD-ID         PIC X(05).
           05 AUD-CUR        PIC X(03).
           05 AUD-RESULT     PIC X(10).
           05 AUD-DATE       PIC X(08).
      *CAUDLOG Degiskenleri - duzen CUSTMNT'deki CAUD-FIELDS ile ayni
       FD  CAUD-REC    RECORDING MODE F.
       01  CAUD-FIELDS.
           05 CAUD-ACTION    PIC X(01).
           05 CAUD-CUST      PIC X(05).
           05 CAUD-RESULT    PIC X(10).
           05 CAUD-DATE      PIC X(08).
      *HISTREC Degiskenleri - duzen ACCTMAIN'deki HIST-FIELDS ile ayni
       FD  HIST-REC    RECORDING MODE F.
       01  HIST-FIELDS.
           05 HST-SEQ        PIC 9(07).
           05 HST-ACTION     PIC X(01).
           05 HST-RUN-DATE   PIC X(08).
           05 HST-ID         PIC X(05).
           05 HST-CUR        PIC X(03).
           05 HST-BEFORE-IMAGE PIC X(56).
           05 HST-AFTER-IMAGE  PIC X(56).
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile ayni
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 CTL-RUN-MODE   PIC X(01).
           05 CTL-BUS-DATE   PIC X(08).
           05 FILLER         PIC X(71).
      *STATUS Degiskenleri
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CUST-ST     PIC 9(02).
              88 CUST-SUCCESS VALUE 00
                                    97.
           05 ACCT-ST     PIC 9(02).
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 YTD-ST      PIC 9(02).
              88 YTD-SUCCESS  VALUE 00
                                    97.
           05 SO-ST       PIC 9(02).
              88 SO-SUCCESS   VALUE 00
                                    97.
           05 MRG-ST      PIC 9(02).
              88 MRG-EOF      VALUE 10.
              88 MRG-SUCCESS  VALUE 00
                                    97.
           05 AUD-ST      PIC 9(02).
              88 AUD-SUCCESS  VALUE 00
                                    97.
           05 CAUD-ST     PIC 9(02).
              88 CAUD-SUCCESS VALUE 00
                                    97.
           05 HST-ST      PIC 9(02).
              88 HST-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
                                    97.
           05 INVALID-KEY PIC X(01).
              88 INVL-KEY     VALUE 'Y'.
      *Hesap zinciri degiskenleri - kaybeden musterinin hesap
      *anahtarlari tasimadan once tabloya alinir ki alternatif
      *index yurunurken anahtar degistirilmesin
       01  WS-MERGE-AREA.
           05 WS-WALK-CUST       PIC X(05) VALUE SPACES.
           05 WS-MORE-ACCT-SW    PIC X(01) VALUE 'N'.
              88 WS-MORE-ACCTS      VALUE 'Y'.
           05 WS-COLLECT-SW      PIC X(01) VALUE 'N'.
              88 WS-COLLECT-KEYS    VALUE 'Y'.
           05 WS-FROZEN-SW       PIC X(01) VALUE 'N'.
              88 WS-HAS-FROZEN      VALUE 'Y'.
           05 WS-MORE-YTD-SW     PIC X(01) VALUE 'N'.
              88 WS-MORE-YTD        VALUE 'Y'.
           05 WS-MORE-SO-SW      PIC X(01) VALUE 'N'.
              88 WS-MORE-ORDERS     VALUE 'Y'.
           05 WS-ACCT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-ACCT-FOUND      VALUE 'Y'.
           05 WS-MERGE-RESULT    PIC X(10) VALUE SPACES.
           05 WS-MOVE-FAIL-CNT   PIC 9(05) COMP VALUE ZERO.
           05 WS-YTD-SAVE        PIC X(48) VALUE SPACES.
           05 WS-MOVE-CNT        PIC 9(05) COMP VALUE ZERO.
           05 WS-MOVE-OVERFLOW-SW PIC X(01) VALUE 'N'.
              88 WS-MOVE-OVERFLOW   VALUE 'Y'.
           05 WS-MOVE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-MOVE-IDX WS-FIND-IDX.
              10 WS-MOVE-ID      PIC S9(05) COMP-3.
              10 WS-MOVE-CUR     PIC S9(03) COMP.
              10 WS-MOVE-DONE-SW PIC X(01).
                 88 WS-MOVE-DONE    VALUE 'Y'.
      *Hesap anahtarinin metin karsiligi - tarihce ve denetim izi
      *kayitlari icin
       01  WS-KEY-AREA.
           05 WS-KEY-ID-N        PIC 9(05) VALUE ZERO.
           05 WS-KEY-ID REDEFINES WS-KEY-ID-N
                                 PIC X(05).
           05 WS-KEY-CUR-N       PIC 9(03) VALUE ZERO.
           05 WS-KEY-CUR REDEFINES WS-KEY-CUR-N
                                 PIC X(03).
      *Tarihce goruntu degiskenleri - degistirme oncesi kayit FD
      *tamponunda ezilmeden once burada saklanir
       01  WS-HISTORY-AREA.
           05 WS-HST-SEQ         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-BEFORE-IMAGE    PIC X(56) VALUE SPACES.
           05 WS-AFTER-IMAGE     PIC X(56) VALUE SPACES.
           05 WS-RUN-DATE.
              10 WS-RUN-YY       PIC 9(02).
              10 WS-RUN-MM       PIC 9(02).
              10 WS-RUN-DD       PIC 9(02).
           05 WS-RUN-DATE-YMD.
              10 WS-RUN-YMD-CC   PIC X(02) VALUE '20'.
              10 WS-RUN-YMD-YY   PIC X(02).
              10 WS-RUN-YMD-MM   PIC X(02).
              10 WS-RUN-YMD-DD   PIC X(02).
      *Calisma kontrol degiskenleri - is tarihi CTLCARD'dan gelir,
      *kart yoksa makine tarihi kullanilir
       01  WS-RUN-CONTROL-AREA.
           05 WS-BUS-DATE        PIC X(08) VALUE SPACES.
      *Islem sayaclari
       01  WS-MRG-COUNTS.
           05 WS-MRG-READ-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-MERGED-CNT      PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-ACCT-MOVED-CNT  PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-YTD-MOVED-CNT   PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-SO-MOVED-CNT    PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-PARTIAL-CNT     PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-REJ-CNT         PIC 9(07) COMP-3 VALUE ZERO.
           05 WS-FROZEN-REJ-CNT  PIC 9(07) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      *MAIN Dongu
       0000-MAIN.
           PERFORM H050-READ-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL MRG-EOF.
           PERFORM H400-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
      *Is tarihi kontrol kartini okur; kart yoksa makine tarihi
      *kullanilir
       H050-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE.
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
      *Dosya acilamama ve okunamama durumu. Denetim izleri ve
      *tarihce calismalar arasinda biriktigi icin EXTEND ile acilir;
      *ilk calismada henuz diskte yoksa 35 doner ve OUTPUT ile
      *yaratilir. 35 disindaki acma hatasinda birikmis kayitlar
      *ezilmemelidir, calisma durdurulur.
       H100-OPEN-FILES.
           OPEN I-O CUST-REC.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN1 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN2 FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT MRG-REC.
           IF (MRG-ST NOT = 0) AND (MRG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN3 FILE: ' MRG-ST
              MOVE MRG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O YTD-REC.
           IF YTD-ST = 35
              DISPLAY 'NO TAX YEAR-TO-DATE FILE FOUND, CREATING FILE'
              OPEN OUTPUT YTD-REC
              IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN11 FILE: ' YTD-ST
                 MOVE YTD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE YTD-REC
              OPEN I-O YTD-REC
           END-IF.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN11 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O SO-REC.
           IF SO-ST = 35
              DISPLAY 'NO STANDING ORDER FILE FOUND, CREATING FILE'
              OPEN OUTPUT SO-REC
              IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN12 FILE: ' SO-ST
                 MOVE SO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE SO-REC
              OPEN I-O SO-REC
           END-IF.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN12 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND AUDIT-REC.
           IF AUD-ST = 35
              OPEN OUTPUT AUDIT-REC
           END-IF.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN4 FILE: ' AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND CAUD-REC.
           IF CAUD-ST = 35
              OPEN OUTPUT CAUD-REC
           END-IF.
           IF (CAUD-ST NOT = 0) AND (CAUD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN5 FILE: ' CAUD-ST
              MOVE CAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND HIST-REC.
           IF HST-ST = 35
              OPEN OUTPUT HIST-REC
           END-IF.
           IF (HST-ST NOT = 0) AND (HST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN6 FILE: ' HST-ST
              MOVE HST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MRG-REC.
           IF (MRG-ST NOT = 0) AND (MRG-ST NOT = 97)
                               AND (MRG-ST NOT = 10)
              DISPLAY 'UNABLE TO READ7 FILE: ' MRG-ST
              MOVE MRG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Her MRG-REC kartini uygular, sonrakini okur
       H200-PROCESS.
           ADD 1 TO WS-MRG-READ-CNT.
           PERFORM H210-APPLY-MERGE.
           READ MRG-REC.
           IF (MRG-ST NOT = 0) AND (MRG-ST NOT = 97)
                               AND (MRG-ST NOT = 10)
              DISPLAY 'UNABLE TO READ8 FILE: ' MRG-ST
              MOVE MRG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Karti denetler; gecerliyse iki musterinin hesap zincirlerini
      *dondurulmus hesap icin tarar ve ancak hicbiri yoksa
      *birlestirmeyi yapar. Red nedeni kaybeden musteri adina
      *CAUDLOG'a yazilir. Hesap, birikim ya da talimat tasimasinda
      *hata kalirsa kaybeden musteri silinmez, PARTIAL yazilir.
       H210-APPLY-MERGE.
           MOVE SPACES TO WS-MERGE-RESULT.
           IF NOT MRG-MERGE
              MOVE 'BAD ACTION' TO WS-MERGE-RESULT
           ELSE
              IF MRG-LOSER = SPACES OR MRG-SURVIVOR = SPACES
                 OR MRG-LOSER = MRG-SURVIVOR
                 MOVE 'SAME CUST' TO WS-MERGE-RESULT
              END-IF
           END-IF.
           IF WS-MERGE-RESULT = SPACES
              PERFORM H220-CHECK-CUSTOMERS
           END-IF.
           IF WS-MERGE-RESULT = SPACES
              PERFORM H230-CHECK-ACCOUNTS
           END-IF.
           IF WS-MERGE-RESULT = SPACES
              PERFORM H260-MOVE-ACCOUNTS
              PERFORM H261-MOVE-TAX-YTD
              PERFORM H266-MOVE-ORDERS
              IF WS-MOVE-FAIL-CNT = ZERO
                 PERFORM H280-DELETE-LOSER
              ELSE
                 ADD 1 TO WS-PARTIAL-CNT
                 MOVE 'PARTIAL' TO WS-MERGE-RESULT
                 MOVE MRG-LOSER TO CAUD-CUST
                 PERFORM H290-WRITE-CUST-AUDIT
              END-IF
           ELSE
              ADD 1 TO WS-REJ-CNT
              MOVE MRG-LOSER TO CAUD-CUST
              PERFORM H290-WRITE-CUST-AUDIT
           END-IF.
       H210-END. EXIT.
      *Kaybeden ve kalan musterinin CUSTREC'te var oldugunu
      *denetler
       H220-CHECK-CUSTOMERS.
           MOVE SPACES TO INVALID-KEY.
           MOVE MRG-LOSER TO CUST-NO.
           READ CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              MOVE 'NO CUST' TO WS-MERGE-RESULT
           ELSE
              MOVE MRG-SURVIVOR TO CUST-NO
              READ CUST-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVALID-KEY = 'Y'
                 MOVE 'NO TARGET' TO WS-MERGE-RESULT
              END-IF
           END-IF.
           INITIALIZE INVALID-KEY.
       H220-END. EXIT.
      *Kaybeden musterinin hesap anahtarlarini toplar, iki
      *musterinin hesaplarinda dondurulmus hesap arar
       H230-CHECK-ACCOUNTS.
           MOVE ZERO TO WS-MOVE-CNT.
           MOVE ZERO TO WS-MOVE-FAIL-CNT.
           MOVE 'N' TO WS-MOVE-OVERFLOW-SW.
           MOVE 'N' TO WS-FROZEN-SW.
           MOVE 'Y' TO WS-COLLECT-SW.
           MOVE MRG-LOSER TO WS-WALK-CUST.
           PERFORM H240-WALK-ACCOUNTS.
           IF WS-HAS-FROZEN
              MOVE 'FROZEN' TO WS-MERGE-RESULT
              ADD 1 TO WS-FROZEN-REJ-CNT
           ELSE
              MOVE 'N' TO WS-COLLECT-SW
              MOVE MRG-SURVIVOR TO WS-WALK-CUST
              PERFORM H240-WALK-ACCOUNTS
              IF WS-HAS-FROZEN
                 MOVE 'TGT FROZEN' TO WS-MERGE-RESULT
                 ADD 1 TO WS-FROZEN-REJ-CNT
              ELSE
                 IF WS-MOVE-OVERFLOW
                    MOVE 'TOO MANY' TO WS-MERGE-RESULT
                 END-IF
              END-IF
           END-IF.
       H230-END. EXIT.
      *Musterinin hesap zincirini ACCT-CUST-NO indexinden yurur
       H240-WALK-ACCOUNTS.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-WALK-CUST TO ACCT-CUST-NO.
           READ ACCT-REC KEY IS ACCT-CUST-NO
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
           ELSE
              MOVE 'Y' TO WS-MORE-ACCT-SW
              PERFORM H245-CHECK-ONE-ACCOUNT UNTIL NOT WS-MORE-ACCTS
           END-IF.
       H240-END. EXIT.
      *Tek hesabi dondurulmus durumu icin denetler, istenirse
      *anahtarini tasima tablosuna alir ve sonraki hesaba gecer
       H245-CHECK-ONE-ACCOUNT.
           IF ACCT-FROZEN
              MOVE 'Y' TO WS-FROZEN-SW
           END-IF.
           IF WS-COLLECT-KEYS
              IF WS-MOVE-CNT < 500
                 ADD 1 TO WS-MOVE-CNT
                 SET WS-MOVE-IDX TO WS-MOVE-CNT
                 MOVE ACCT-ID TO WS-MOVE-ID (WS-MOVE-IDX)
                 MOVE ACCT-CUR TO WS-MOVE-CUR (WS-MOVE-IDX)
                 MOVE 'N' TO WS-MOVE-DONE-SW (WS-MOVE-IDX)
              ELSE
                 MOVE 'Y' TO WS-MOVE-OVERFLOW-SW
              END-IF
           END-IF.
           READ ACCT-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-ACCT-SW
           END-READ.
           IF WS-MORE-ACCTS
              IF ACCT-CUST-NO NOT = WS-WALK-CUST
                 MOVE 'N' TO WS-MORE-ACCT-SW
              END-IF
           END-IF.
       H245-END. EXIT.
      *Tablodaki her hesabi kalan musteriye tasir
       H260-MOVE-ACCOUNTS.
           PERFORM H265-MOVE-ONE-ACCOUNT
              VARYING WS-MOVE-IDX FROM 1 BY 1
              UNTIL WS-MOVE-IDX > WS-MOVE-CNT.
       H260-END. EXIT.
      *Tasinan hesaplarin TAXYTD birikim satirlarini kalan musteri
      *anahtarina aktarir; anahtar hesap numarasini icerdigi icin
      *kalan musterinin satirlariyla cakismaz
       H261-MOVE-TAX-YTD.
           MOVE 'N' TO WS-MORE-YTD-SW.
           MOVE MRG-LOSER TO YTD-CUST-NO.
           MOVE LOW-VALUES TO YTD-CUR.
           MOVE LOW-VALUES TO YTD-ACCT-ID.
           MOVE SPACES TO INVALID-KEY.
           START YTD-REC KEY IS NOT LESS THAN YTD-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
           ELSE
              MOVE 'Y' TO WS-MORE-YTD-SW
              PERFORM H268-READ-NEXT-YTD
              PERFORM H262-MOVE-ONE-YTD UNTIL NOT WS-MORE-YTD
           END-IF.
       H261-END. EXIT.
      *Satir tasinan bir hesaba aitse kalan musteri anahtariyla
      *yazilir, eskisi silinir. Yazma ve silme okuma konumunu
      *etkileyebilecegi icin sonraki satir islenen anahtarin
      *otesinden yeniden START ile bulunur.
       H262-MOVE-ONE-YTD.
           MOVE YTD-FIELDS TO WS-YTD-SAVE.
           MOVE YTD-ACCT-ID TO WS-KEY-ID.
           MOVE YTD-CUR TO WS-KEY-CUR.
           PERFORM H263-FIND-MOVED-ACCT.
           IF WS-ACCT-FOUND
              MOVE SPACES TO INVALID-KEY
              MOVE MRG-SURVIVOR TO YTD-CUST-NO
              WRITE YTD-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-WRITE
              IF (INVALID-KEY NOT = 'Y') AND (YTD-ST NOT = 0)
                                         AND (YTD-ST NOT = 97)
                 DISPLAY 'UNABLE TO WRITE13 FILE: ' YTD-ST
                 MOVE YTD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF INVALID-KEY = 'Y'
                 ADD 1 TO WS-MOVE-FAIL-CNT
              ELSE
                 MOVE WS-YTD-SAVE TO YTD-FIELDS
                 DELETE YTD-REC
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-DELETE
                 IF (INVALID-KEY NOT = 'Y') AND (YTD-ST NOT = 0)
                                            AND (YTD-ST NOT = 97)
                    DISPLAY 'UNABLE TO DELETE14 FILE: ' YTD-ST
                    MOVE YTD-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF INVALID-KEY = 'Y'
                    ADD 1 TO WS-MOVE-FAIL-CNT
                 ELSE
                    ADD 1 TO WS-YTD-MOVED-CNT
                 END-IF
              END-IF
              INITIALIZE INVALID-KEY
           END-IF.
           MOVE WS-YTD-SAVE TO YTD-FIELDS.
           START YTD-REC KEY IS GREATER THAN YTD-KEY
              INVALID KEY MOVE 'N' TO WS-MORE-YTD-SW
           END-START.
           IF WS-MORE-YTD
              PERFORM H268-READ-NEXT-YTD
           END-IF.
       H262-END. EXIT.
      *WS-KEY-ID/WS-KEY-CUR'daki hesabin bu kartta basariyla
      *tasinan hesaplardan biri olup olmadigini arar
       H263-FIND-MOVED-ACCT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           IF (WS-KEY-ID NUMERIC) AND (WS-KEY-CUR NUMERIC)
              PERFORM H264-CHECK-MOVED-ENTRY
                 VARYING WS-FIND-IDX FROM 1 BY 1
                 UNTIL WS-FIND-IDX > WS-MOVE-CNT OR WS-ACCT-FOUND
           END-IF.
       H263-END. EXIT.
      *Tasima tablosundaki tek girisi karsilastirir
       H264-CHECK-MOVED-ENTRY.
           IF (WS-MOVE-ID (WS-FIND-IDX) = WS-KEY-ID-N)
              AND (WS-MOVE-CUR (WS-FIND-IDX) = WS-KEY-CUR-N)
              AND WS-MOVE-DONE (WS-FIND-IDX)
              MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-IF.
       H264-END. EXIT.
      *Hesabi ana anahtarla okur, musteri numarasini kalan
      *musteriye cevirir ve onceki/sonraki goruntuyu tarihceye,
      *sonucu denetim izine yazar
       H265-MOVE-ONE-ACCOUNT.
           MOVE SPACES TO INVALID-KEY.
           MOVE WS-MOVE-ID (WS-MOVE-IDX) TO ACCT-ID.
           MOVE WS-MOVE-CUR (WS-MOVE-IDX) TO ACCT-CUR.
           MOVE ACCT-ID TO WS-KEY-ID-N.
           MOVE ACCT-CUR TO WS-KEY-CUR-N.
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
           IF INVALID-KEY = 'Y'
              ADD 1 TO WS-MOVE-FAIL-CNT
              MOVE 'REJECTED' TO AUD-RESULT
              PERFORM H270-WRITE-ACCT-AUDIT
           ELSE
              MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
              MOVE MRG-SURVIVOR TO ACCT-CUST-NO
              REWRITE ACCT-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
              IF (INVALID-KEY NOT = 'Y') AND (ACCT-ST NOT = 0)
                                         AND (ACCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO REWRITE9 FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF INVALID-KEY = 'Y'
                 ADD 1 TO WS-MOVE-FAIL-CNT
                 MOVE 'REJECTED' TO AUD-RESULT
                 PERFORM H270-WRITE-ACCT-AUDIT
              ELSE
                 ADD 1 TO WS-ACCT-MOVED-CNT
                 MOVE 'Y' TO WS-MOVE-DONE-SW (WS-MOVE-IDX)
                 MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
                 PERFORM H275-WRITE-HISTORY
                 MOVE 'MERGED' TO AUD-RESULT
                 PERFORM H270-WRITE-ACCT-AUDIT
              END-IF
           END-IF.
           INITIALIZE INVALID-KEY.
       H265-END. EXIT.
      *Borclu hesabi tasinan talimatlarin musteri numarasini kalan
      *musteriye cevirir; SORDMNT musteri numarasini borclu
      *hesaptan alir
       H266-MOVE-ORDERS.
           MOVE 'N' TO WS-MORE-SO-SW.
           MOVE LOW-VALUES TO SO-NO.
           MOVE SPACES TO INVALID-KEY.
           START SO-REC KEY IS NOT LESS THAN SO-NO
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START.
           IF INVALID-KEY = 'Y'
              INITIALIZE INVALID-KEY
           ELSE
              MOVE 'Y' TO WS-MORE-SO-SW
              PERFORM H269-READ-NEXT-ORDER
              PERFORM H267-MOVE-ONE-ORDER UNTIL NOT WS-MORE-ORDERS
           END-IF.
       H266-END. EXIT.
      *Talimat kaybeden musteriye ve tasinan bir hesaba aitse
      *musteri numarasi degistirilip geri yazilir
       H267-MOVE-ONE-ORDER.
           IF SO-CUST-NO = MRG-LOSER
              MOVE SO-DEB-ID TO WS-KEY-ID
              MOVE SO-DEB-CUR TO WS-KEY-CUR
              PERFORM H263-FIND-MOVED-ACCT
              IF WS-ACCT-FOUND
                 MOVE SPACES TO INVALID-KEY
                 MOVE MRG-SURVIVOR TO SO-CUST-NO
                 REWRITE SO-FIELDS
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-REWRITE
                 IF (INVALID-KEY NOT = 'Y') AND (SO-ST NOT = 0)
                                            AND (SO-ST NOT = 97)
                    DISPLAY 'UNABLE TO REWRITE15 FILE: ' SO-ST
                    MOVE SO-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF INVALID-KEY = 'Y'
                    ADD 1 TO WS-MOVE-FAIL-CNT
                 ELSE
                    ADD 1 TO WS-SO-MOVED-CNT
                 END-IF
                 INITIALIZE INVALID-KEY
              END-IF
           END-IF.
           PERFORM H269-READ-NEXT-ORDER.
       H267-END. EXIT.
      *TAXYTD'den sirali bir satir okur; kaybeden musterinin
      *satirlari bitince durur
       H268-READ-NEXT-YTD.
           READ YTD-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-YTD-SW
           END-READ.
           IF (YTD-ST NOT = 0) AND (YTD-ST NOT = 97)
                               AND (YTD-ST NOT = 10)
              DISPLAY 'UNABLE TO READ16 FILE: ' YTD-ST
              MOVE YTD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-MORE-YTD
              IF YTD-CUST-NO NOT = MRG-LOSER
                 MOVE 'N' TO WS-MORE-YTD-SW
              END-IF
           END-IF.
       H268-END. EXIT.
      *Talimat dosyasindan sirali bir kayit okur
       H269-READ-NEXT-ORDER.
           READ SO-REC NEXT RECORD
              AT END MOVE 'N' TO WS-MORE-SO-SW
           END-READ.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
                              AND (SO-ST NOT = 10)
              DISPLAY 'UNABLE TO READ17 FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H269-END. EXIT.
      *Tasinan hesabin denetim izi kaydini yazar; sonuc cagiran
      *paragrafta AUD-RESULT'a konur
       H270-WRITE-ACCT-AUDIT.
           MOVE MRG-ACTION TO AUD-ACTION.
           MOVE WS-KEY-ID TO AUD-ID.
           MOVE WS-KEY-CUR TO AUD-CUR.
           MOVE WS-BUS-DATE TO AUD-DATE.
           WRITE AUDIT-FIELDS.
       H270-END. EXIT.
      *Tasinan hesabin onceki/sonraki goruntusunu tarihceye yazar
       H275-WRITE-HISTORY.
           ADD 1 TO WS-HST-SEQ.
           MOVE WS-HST-SEQ TO HST-SEQ.
           MOVE MRG-ACTION TO HST-ACTION.
           MOVE WS-RUN-DATE-YMD TO HST-RUN-DATE.
           MOVE WS-KEY-ID TO HST-ID.
           MOVE WS-KEY-CUR TO HST-CUR.
           MOVE WS-BEFORE-IMAGE TO HST-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO HST-AFTER-IMAGE.
           WRITE HIST-FIELDS.
       H275-END. EXIT.
      *Hesaplari tasinan kaybeden musteriyi siler; kaybeden MERGED,
      *kalan musteri SURVIVOR olarak CAUDLOG'a yazilir
       H280-DELETE-LOSER.
           MOVE SPACES TO INVALID-KEY.
           MOVE MRG-LOSER TO CUST-NO.
           DELETE CUST-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-DELETE.
           IF (INVALID-KEY NOT = 'Y') AND (CUST-ST NOT = 0)
                                      AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO DELETE10 FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF INVALID-KEY = 'Y'
              ADD 1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO WS-MERGE-RESULT
              MOVE MRG-LOSER TO CAUD-CUST
              PERFORM H290-WRITE-CUST-AUDIT
           ELSE
              ADD 1 TO WS-MERGED-CNT
              MOVE 'MERGED' TO WS-MERGE-RESULT
              MOVE MRG-LOSER TO CAUD-CUST
              PERFORM H290-WRITE-CUST-AUDIT
              MOVE 'SURVIVOR' TO WS-MERGE-RESULT
              MOVE MRG-SURVIVOR TO CAUD-CUST
              PERFORM H290-WRITE-CUST-AUDIT
           END-IF.
           INITIALIZE INVALID-KEY.
       H280-END. EXIT.
      *Kartin musteri denetim izi kaydini yazar; musteri no
      *cagiran paragrafta CAUD-CUST'a konur
       H290-WRITE-CUST-AUDIT.
           MOVE MRG-ACTION TO CAUD-ACTION.
           MOVE WS-MERGE-RESULT TO CAUD-RESULT.
           MOVE WS-RUN-DATE-YMD TO CAUD-DATE.
           WRITE CAUD-FIELDS.
       H290-END. EXIT.
      *Dosya kapatma
       H300-CLOSE-FILES.
           CLOSE CUST-REC
                 ACCT-REC
                 YTD-REC
                 SO-REC
                 MRG-REC
                 AUDIT-REC
                 CAUD-REC
                 HIST-REC.
       H300-END. EXIT.
      *Islem sayaclarini konsola basar
       H400-PRINT-TOTALS.
           DISPLAY 'MERGE CARDS  : ' WS-MRG-READ-CNT.
           DISPLAY 'MERGED COUNT : ' WS-MERGED-CNT.
           DISPLAY 'ACCTS MOVED  : ' WS-ACCT-MOVED-CNT.
           DISPLAY 'YTD MOVED    : ' WS-YTD-MOVED-CNT.
           DISPLAY 'ORDERS MOVED : ' WS-SO-MOVED-CNT.
           DISPLAY 'PARTIAL COUNT: ' WS-PARTIAL-CNT.
           DISPLAY 'REJECT COUNT : ' WS-REJ-CNT.
           DISPLAY 'FROZEN REJ   : ' WS-FROZEN-REJ-CNT.
       H400-END. EXIT.
      *Program Sonu
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
