               RECORD KEY IS VOUCHER-NUMBER
               ALTERNATE KEY
                   IS VOUCHER-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS VOUCHER-OPEN-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
