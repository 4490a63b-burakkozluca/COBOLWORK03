           03 CUST-NAME-KEY.
              05 CUST-NAME      PIC X(15).
              05 CUST-SURNAME   PIC X(15).
      *Stopaj kategorisi: WHTRATE tablosunda kurla birlikte oran
      *secer. Bos kategori tablonun bos kategorili satirina duser.
           03 CUST-TAX-CAT   PIC X(01).
           03 FILLER         PIC X(04).
      *CTRNREC Degiskenleri
       FD  CTRN-REC    RECORDING MODE F.
       01  CTRN-FIELDS.
           05 CTRN-CUST      PIC X(05).
           05 CTRN-NAME      PIC X(15).
           05 CTRN-SURNAME   PIC X(15).
      *Stopaj kategorisi; degistir kartinda bos birakilirsa mevcut
      *kategori korunur
           05 CTRN-TAX-CAT   PIC X(01).
      *CAUDLOG Degiskenleri - is tarihi saklama/ayiklama gecisinin
      *(RETNPURG) kayitlari yasina gore kesebilmesi icin tasinir
       FD  CAUD-REC    RECORDING MODE F.
           MOVE CTRN-CUST TO CUST-NO.
           MOVE CTRN-NAME TO CUST-NAME.
           MOVE CTRN-SURNAME TO CUST-SURNAME.
           MOVE CTRN-TAX-CAT TO CUST-TAX-CAT.
           WRITE CUST-FIELDS
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-WRITE.
           ELSE
              MOVE CTRN-NAME TO CUST-NAME
              MOVE CTRN-SURNAME TO CUST-SURNAME
              IF CTRN-TAX-CAT NOT = SPACE
                 MOVE CTRN-TAX-CAT TO CUST-TAX-CAT
              END-IF
              REWRITE CUST-FIELDS
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-REWRITE
