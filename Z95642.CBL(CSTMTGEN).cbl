              88 ACCT-FROZEN    VALUE 'F'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-TRANSFERRED VALUE 'T'.
           03 ACCT-LAST-MOVE PIC X(08).
      *PSTEXTR Degiskenleri - duzen POSTTRN'deki PST-FIELDS ile
      *ayni; HDR/TRL kontrol kayitlari ayri goruntulenir
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
