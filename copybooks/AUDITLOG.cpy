       05 AUD-FIELD-NAME          PIC X(10).
       05 AUD-OLD-VALUE           PIC X(30).
       05 AUD-NEW-VALUE           PIC X(30).
      *> second operator who approved the change before it posted -
      *> corrections and department mass transfers are entered by one
      *> operator (AUD-OPERATOR-ID) and approved by another; spaces
      *> on anything that needs no approval
       05 AUD-APPROVED-BY         PIC X(08).
