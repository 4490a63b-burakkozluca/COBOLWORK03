      *TBSNAPI girisidir
           SELECT SNAP-OUT   ASSIGN TO    TBSNAPO
                             STATUS       SNO-ST.
      *Gunun kur bazinda borc/alacak hareket toplamlari; GLJRNL
      *yevmiye beslemesinin mutabakat girisidir (TBMOVI)
           SELECT MOVE-OUT   ASSIGN TO    TBMOVO
                             STATUS       TBM-ST.
      *Is tarihini tasiyan kontrol karti; kart yoksa makine tarihi
      *kullanilir
           SELECT CTL-REC    ASSIGN TO    CTLCARD
           05 SNO-DATE       PIC X(08).
           05 SNO-CUR        PIC 9(03).
           05 SNO-TOTAL      PIC -9(13).99.
      *TBMOVO Degiskenleri - kur basina bir satir: is tarihi, kur
      *kodu, gunun PSTEXTR borc ve alacak toplamlari
       FD  MOVE-OUT    RECORDING MODE F.
       01  TBM-FIELDS.
           05 TBM-DATE       PIC X(08).
           05 TBM-CUR        PIC 9(03).
           05 TBM-DEB-TOTAL  PIC -9(13).99.
           05 TBM-CRD-TOTAL  PIC -9(13).99.
      *CTLCARD Degiskenleri - duzen ACCTMAIN'deki CTL-FIELDS ile ayni
       FD  CTL-REC     RECORDING MODE F.
       01  CTL-FIELDS.
           05 SNO-ST      PIC 9(02).
              88 SNO-SUCCESS  VALUE 00
                                    97.
           05 TBM-ST      PIC 9(02).
              88 TBM-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST      PIC 9(02).
              88 CTL-EOF      VALUE 10.
              88 CTL-SUCCESS  VALUE 00
              MOVE TBL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT MOVE-OUT.
           IF (TBM-ST NOT = 0) AND (TBM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN11 FILE: ' TBM-ST
              MOVE TBM-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H180-PRINT-PAGE-HEADERS.
      *Onceki gunun fotografi ilk calismada henuz diskte yoktur;
      *acilamamasi hata degildir, ispat atlanir ve taban kaydedilir
           END-IF.
       H510-END. EXIT.
      *Bugunku kur toplamlarini yarinki ispata taban olmak uzere
      *fotograf dosyasina, gunun hareket toplamlarini da GL
      *yevmiye mutabakati icin TBMOVO'ya yazar
       H550-WRITE-SNAPSHOT.
           PERFORM H560-WRITE-ONE-SNAPSHOT
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB >
                 (FUNCTION LENGTH (WS-CURRENCY-TABLE-VALUES) / 3).
       H550-END. EXIT.
      *Tek bir kurun fotograf ve hareket toplami kayitlarini yazar
       H560-WRITE-ONE-SNAPSHOT.
           MOVE SPACES TO SNO-FIELDS.
           MOVE WS-BUS-DATE TO SNO-DATE.
           MOVE WS-CURRENCY-CODE (WS-SCAN-SUB) TO SNO-CUR.
           MOVE WS-ACTUAL-TOTAL (WS-SCAN-SUB) TO SNO-TOTAL.
           WRITE SNO-FIELDS.
           MOVE SPACES TO TBM-FIELDS.
           MOVE WS-BUS-DATE TO TBM-DATE.
           MOVE WS-CURRENCY-CODE (WS-SCAN-SUB) TO TBM-CUR.
           MOVE WS-DEB-TOTAL (WS-SCAN-SUB) TO TBM-DEB-TOTAL.
           MOVE WS-CRD-TOTAL (WS-SCAN-SUB) TO TBM-CRD-TOTAL.
           WRITE TBM-FIELDS.
       H560-END. EXIT.
      *Rapor sonuna kontrol toplami bolumu ekler
       H400-PRINT-TOTALS.
           CLOSE ACCT-REC
                 PSX-REC
                 SNAP-OUT
                 MOVE-OUT
                 TBL-RPT.
      *Onceki fotograf taban calismasinda hic acilamamis olabilir;
      *yalniz acilabildiyse kapatilir (CHKPNT kalibindaki gibi)
