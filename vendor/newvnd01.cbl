           MOVE SPACE TO VENDOR-TERMS-CODE.
           MOVE "P" TO VENDOR-REMIT-METHOD.
           MOVE SPACE TO VENDOR-REMIT-DEST.
           MOVE SPACE TO VENDOR-TIN-MATCH-CODE.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE SPACE TO VENDOR-W8-FORM.
           MOVE ZEROES TO VENDOR-W8-RECEIVED-DATE.
           MOVE SPACE TO VENDOR-TREATY-COUNTRY.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE "Y" TO VENDOR-US-SOURCE.
           MOVE SPACE TO VENDOR-1042-INCOME-CODE.
           MOVE ZEROES TO VENDOR-NRA-WHT-YTD.
           MOVE "N" TO VENDOR-PAY-BY-CARD.
           MOVE SPACE TO VENDOR-CARD-SUPPLIER-ID.

       WRITE-VENDOR-RECORD.
           MOVE "N" TO WRITE-FAILED.
