              88 ACCT-FROZEN    VALUE 'F'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-TRANSFERRED VALUE 'T'.
           03 ACCT-LAST-MOVE PIC X(08).
      *HLTRPT Degiskenleri - 80 pozisyonluk genel satir, baslik,
      *supheli kayit ve ozet satirlari icin REDEFINES ile ayri
              PERFORM H270-WRITE-SUSPECT
           END-IF.
           IF NOT (ACCT-OPEN OR ACCT-FROZEN OR ACCT-DORMANT
                   OR ACCT-CLOSED OR ACCT-TRANSFERRED)
              PERFORM H260-REPORT-SUSPECT-SETUP
              MOVE 'ACCT-STATUS GECERSIZ' TO HLT-DET-REASON
              PERFORM H270-WRITE-SUSPECT
