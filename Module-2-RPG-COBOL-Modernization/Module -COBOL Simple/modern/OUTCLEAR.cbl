           MOVE 'C' TO CLR-DTL-DC-FLAG
           MOVE OCAP-AMOUNT TO CLR-DTL-AMOUNT
           MOVE OCAP-ID TO CLR-DTL-BANK-REFERENCE
           MOVE SPACES TO CLR-DTL-CHEQUE-SERIAL
           MOVE SPACES TO CLR-DTL-FILLER
           WRITE CLEARING-DETAIL-RECORD

