               DISPLAY "Kennitala System - Main Menu"
               DISPLAY "1. Person registration / transaction ledger"
               DISPLAY "2. Validate a kennitala"
               DISPLAY "3. Reverse or correct a posted transaction"
               DISPLAY "4. Standing orders"
               DISPLAY "5. Account holders"
               DISPLAY "9. Exit"
               DISPLAY "Select option: " WITH NO ADVANCING
               ACCEPT WS-Menu-Choice
                       CALL "coby"
                   WHEN 2
                       CALL "kennicheck"
                   WHEN 3
                       CALL "reversal"
                   WHEN 4
                       CALL "standord"
                   WHEN 5
                       CALL "acctrel"
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
