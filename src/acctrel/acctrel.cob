       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctrel.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT PersonMaster ASSIGN TO DYNAMIC WS-Master-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Account-holder relationships, one record per account and
      *> kennitala. AR-Role: O = owner, J = joint owner,
      *> S = signatory (signs for the account, typically for a
      *> company, but does not own it). AR-Status: A = active,
      *> R = removed on AR-Closed-Date - removed holders stay on
      *> file for the record.
      *> An account with no records here is an account opened
      *> before the file existed: its number is its owner's
      *> kennitala and that person is its only holder.
        FD AcctRelFile.
        01 AcctRelRec.
          02 AR-Account PIC X(10).
          02 FILLER PIC X.
          02 AR-Kennitala PIC X(10).
          02 FILLER PIC X.
          02 AR-Role PIC X.
          02 FILLER PIC X.
          02 AR-Status PIC X.
          02 FILLER PIC X.
          02 AR-Opened-Date PIC 9(8).
          02 FILLER PIC X.
          02 AR-Closed-Date PIC 9(8).

      *> PM-Status "I" marks a deactivated record - a deactivated
      *> person cannot be made a holder.
        FD PersonMaster.
        01 PersonMasterRec.
          02 PM-Kennitala-Key PIC X(10).
          02 PM-UserName PIC X(30).
          02 PM-Status PIC X.

        WORKING-STORAGE SECTION.
      *> Account-holder maintenance - opens accounts, adds and
      *> removes holders. The whole file is held in storage and
      *> rewritten, the same way coby maintains the person master.
       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Master-File-Name PIC X(40) VALUE "PERSMAST.DAT".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Master-Status PIC XX VALUE "00".

       01 WS-Rel-Table.
         02 WS-Rel-Entry OCCURS 2000 TIMES INDEXED BY WS-Rel-Idx.
           03 WS-Rel-Account PIC X(10).
           03 WS-Rel-Kennitala PIC X(10).
           03 WS-Rel-Role PIC X.
           03 WS-Rel-State PIC X.
           03 WS-Rel-Opened PIC 9(8).
           03 WS-Rel-Closed PIC 9(8).
       01 WS-Rel-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Overflow-Flag PIC X VALUE "N".
       01 WS-Rel-Changed-Flag PIC X VALUE "N".

       01 WS-Person-Table.
         02 WS-Person-Entry OCCURS 1000 TIMES INDEXED BY WS-Pers-Idx.
           03 WS-Pers-Key PIC X(10).
           03 WS-Pers-Name PIC X(30).
           03 WS-Pers-Status PIC X.
       01 WS-Person-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Overflow-Flag PIC X VALUE "N".
       01 WS-Active-Flag PIC X VALUE "N".
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Check-Name PIC X(30) VALUE SPACES.

      *> Account numbers are "0100" followed by a six-digit serial.
      *> A kennitala never has "00" in its month position, so a new
      *> number can never collide with an account that is still
      *> numbered by its owner's kennitala.
       01 WS-New-Account.
         02 WS-New-Acct-Prefix PIC X(4) VALUE "0100".
         02 WS-New-Acct-Serial PIC 9(6) VALUE 0.
       01 WS-Scan-Account.
         02 WS-Scan-Acct-Prefix PIC X(4).
         02 WS-Scan-Acct-Serial PIC X(6).
         02 WS-Scan-Acct-Serial-Num REDEFINES WS-Scan-Acct-Serial
                 PIC 9(6).
       01 WS-Max-Serial PIC 9(6) VALUE 0.

       01 WS-Sel-Account PIC X(10) VALUE SPACES.
       01 WS-Sel-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Sel-Role PIC X VALUE SPACES.
       01 WS-Save-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Save-Role PIC X VALUE SPACES.
       01 WS-Acct-Known-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".
       01 WS-Holder-Found-Flag PIC X VALUE "N".
       01 WS-Holder-Idx PIC 9(4) VALUE 0.
       01 WS-Owner-Count PIC 9(4) VALUE 0.
       01 WS-Listed-Count PIC 9(4) VALUE 0.
       01 WS-Maint-Choice PIC 9 VALUE 0.
       01 WS-Done-Flag PIC X VALUE "N".
       01 WS-Today PIC 9(8) VALUE 0.
       01 WS-Role-Text PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Acctrel - Account Holder Maintenance"
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-RELATIONSHIPS
           PERFORM 1100-LOAD-PERSONS
           IF WS-Rel-Overflow-Flag = "Y"
               DISPLAY "Account-holder file " WS-Rel-File-Name
                   " exceeds the 2000-holder table - cannot "
                   "maintain it safely, no changes made."
           ELSE
               IF WS-Pers-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - cannot "
                       "check holders, no changes made."
               ELSE
                   PERFORM 2000-MAINTAIN-HOLDERS
               END-IF
           END-IF
           GOBACK.

       1000-LOAD-RELATIONSHIPS.
           MOVE 0 TO WS-Rel-Count
           MOVE "N" TO WS-Rel-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1010-LOAD-RELATIONSHIP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       1010-LOAD-RELATIONSHIP-ENTRY.
           IF WS-Rel-Count >= 2000
               MOVE "Y" TO WS-Rel-Overflow-Flag
           ELSE
               ADD 1 TO WS-Rel-Count
               MOVE WS-Rel-Count TO WS-Rel-Idx
               MOVE AR-Account TO WS-Rel-Account(WS-Rel-Idx)
               MOVE AR-Kennitala TO WS-Rel-Kennitala(WS-Rel-Idx)
               MOVE AR-Role TO WS-Rel-Role(WS-Rel-Idx)
               MOVE AR-Status TO WS-Rel-State(WS-Rel-Idx)
               MOVE AR-Opened-Date TO WS-Rel-Opened(WS-Rel-Idx)
               IF AR-Closed-Date IS NUMERIC
                   MOVE AR-Closed-Date TO WS-Rel-Closed(WS-Rel-Idx)
               ELSE
                   MOVE 0 TO WS-Rel-Closed(WS-Rel-Idx)
               END-IF
           END-IF.

       1100-LOAD-PERSONS.
           MOVE 0 TO WS-Person-Count
           MOVE "N" TO WS-Pers-Overflow-Flag
           OPEN INPUT PersonMaster
           IF WS-Master-Status = "00"
               PERFORM UNTIL WS-Master-Status NOT = "00"
                   READ PersonMaster
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1110-LOAD-PERSON-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PersonMaster
           END-IF.

       1110-LOAD-PERSON-ENTRY.
           IF WS-Person-Count >= 1000
               MOVE "Y" TO WS-Pers-Overflow-Flag
           ELSE
               ADD 1 TO WS-Person-Count
               MOVE WS-Person-Count TO WS-Pers-Idx
               MOVE PM-Kennitala-Key TO WS-Pers-Key(WS-Pers-Idx)
               MOVE PM-UserName TO WS-Pers-Name(WS-Pers-Idx)
               MOVE PM-Status TO WS-Pers-Status(WS-Pers-Idx)
           END-IF.

      *> A kennitala may hold an account only while an active person
      *> record stands behind it; a re-registered kennitala has an
      *> inactive and an active record, so any active one will do.
       1200-CHECK-PERSON-ACTIVE.
           MOVE "N" TO WS-Active-Flag
           MOVE SPACES TO WS-Check-Name
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
                       OR (WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
                           AND WS-Pers-Status(WS-Pers-Idx) NOT = "I")
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Count
               MOVE "Y" TO WS-Active-Flag
               MOVE WS-Pers-Name(WS-Pers-Idx) TO WS-Check-Name
           END-IF.

      *> WS-Sel-Account is known if it has holder records, or if it
      *> is an account still numbered by an active person's
      *> kennitala (WS-Acct-Listed-Flag tells the two apart).
       1300-CHECK-ACCOUNT-KNOWN.
           MOVE "N" TO WS-Acct-Known-Flag
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
                       OR WS-Rel-Account(WS-Rel-Idx) = WS-Sel-Account
           END-PERFORM
           IF WS-Rel-Idx NOT > WS-Rel-Count
               MOVE "Y" TO WS-Acct-Known-Flag
               MOVE "Y" TO WS-Acct-Listed-Flag
           ELSE
               MOVE WS-Sel-Account TO WS-Check-Kennitala
               PERFORM 1200-CHECK-PERSON-ACTIVE
               MOVE WS-Active-Flag TO WS-Acct-Known-Flag
           END-IF.

      *> The next number is one past the highest serial on file, so
      *> a number once issued is never issued again, even after all
      *> its holders have been removed.
       1400-ALLOCATE-ACCOUNT-NUMBER.
           MOVE 0 TO WS-Max-Serial
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
               MOVE WS-Rel-Account(WS-Rel-Idx) TO WS-Scan-Account
               IF WS-Scan-Acct-Prefix = WS-New-Acct-Prefix
                   AND WS-Scan-Acct-Serial IS NUMERIC
                   AND WS-Scan-Acct-Serial-Num > WS-Max-Serial
                   MOVE WS-Scan-Acct-Serial-Num TO WS-Max-Serial
               END-IF
           END-PERFORM
           IF WS-Max-Serial < 999999
               COMPUTE WS-New-Acct-Serial = WS-Max-Serial + 1
           ELSE
               MOVE 0 TO WS-New-Acct-Serial
           END-IF.

      *> Finds WS-Sel-Kennitala among the active holders of
      *> WS-Sel-Account, leaving its position in WS-Holder-Idx.
       1500-FIND-ACTIVE-HOLDER.
           MOVE "N" TO WS-Holder-Found-Flag
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
                       OR (WS-Rel-Account(WS-Rel-Idx) = WS-Sel-Account
                           AND WS-Rel-Kennitala(WS-Rel-Idx) =
                               WS-Sel-Kennitala
                           AND WS-Rel-State(WS-Rel-Idx) = "A")
           END-PERFORM
           IF WS-Rel-Idx NOT > WS-Rel-Count
               MOVE "Y" TO WS-Holder-Found-Flag
               MOVE WS-Rel-Idx TO WS-Holder-Idx
           END-IF.

       1600-SET-ROLE-TEXT.
           EVALUATE WS-Rel-Role(WS-Rel-Idx)
               WHEN "O"
                   MOVE "Owner" TO WS-Role-Text
               WHEN "J"
                   MOVE "Joint owner" TO WS-Role-Text
               WHEN "S"
                   MOVE "Signatory" TO WS-Role-Text
               WHEN OTHER
                   MOVE "Unknown" TO WS-Role-Text
           END-EVALUATE.

       2000-MAINTAIN-HOLDERS.
           MOVE "N" TO WS-Rel-Changed-Flag
           MOVE "N" TO WS-Done-Flag
           PERFORM UNTIL WS-Done-Flag = "Y"
               DISPLAY " "
               DISPLAY "1. Open an account for a person"
               DISPLAY "2. Add a joint owner or signatory"
               DISPLAY "3. Remove a holder"
               DISPLAY "4. List the holders of an account"
               DISPLAY "5. List the accounts a kennitala holds"
               DISPLAY "9. Finished"
               DISPLAY "Select action: " WITH NO ADVANCING
               ACCEPT WS-Maint-Choice
               EVALUATE WS-Maint-Choice
                   WHEN 1
                       PERFORM 2100-OPEN-ACCOUNT
                   WHEN 2
                       PERFORM 2200-ADD-HOLDER
                   WHEN 3
                       PERFORM 2300-REMOVE-HOLDER
                   WHEN 4
                       PERFORM 2400-LIST-ACCOUNT
                   WHEN 5
                       PERFORM 2500-LIST-KENNITALA
                   WHEN OTHER
                       MOVE "Y" TO WS-Done-Flag
               END-EVALUATE
           END-PERFORM
           IF WS-Rel-Changed-Flag = "Y"
               PERFORM 3000-REWRITE-RELATIONSHIPS
               DISPLAY "Account holders updated in " WS-Rel-File-Name
           END-IF.

      *> The person opening the account becomes its owner; joint
      *> owners and signatories are added afterwards.
       2100-OPEN-ACCOUNT.
           DISPLAY "Kennitala of the owner: " WITH NO ADVANCING
           ACCEPT WS-Sel-Kennitala
           MOVE WS-Sel-Kennitala TO WS-Check-Kennitala
           PERFORM 1200-CHECK-PERSON-ACTIVE
           PERFORM 1400-ALLOCATE-ACCOUNT-NUMBER
           EVALUATE TRUE
               WHEN WS-Active-Flag NOT = "Y"
                   DISPLAY "Kennitala " WS-Sel-Kennitala " has no "
                       "active person record - no account opened."
               WHEN WS-Rel-Count >= 2000
                   DISPLAY "Account-holder table full (2000 max) - "
                       "no account opened."
               WHEN WS-New-Acct-Serial = 0
                   DISPLAY "Account numbers exhausted - no account "
                       "opened."
               WHEN OTHER
                   MOVE WS-New-Account TO WS-Sel-Account
                   MOVE "O" TO WS-Sel-Role
                   PERFORM 2900-STORE-HOLDER
                   DISPLAY "Account " WS-Sel-Account " opened for "
                       WS-Sel-Kennitala " " WS-Check-Name
           END-EVALUATE.

       2200-ADD-HOLDER.
           DISPLAY "Account: " WITH NO ADVANCING
           ACCEPT WS-Sel-Account
           PERFORM 1300-CHECK-ACCOUNT-KNOWN
           IF WS-Acct-Known-Flag NOT = "Y"
               DISPLAY "Account " WS-Sel-Account " is not a known "
                   "account - no holder added."
           ELSE
               PERFORM 2410-SHOW-ACCOUNT-HOLDERS
               DISPLAY "Kennitala of the new holder: "
                   WITH NO ADVANCING
               ACCEPT WS-Sel-Kennitala
               DISPLAY "Role (J joint owner, S signatory): "
                   WITH NO ADVANCING
               ACCEPT WS-Sel-Role
               PERFORM 2210-CHECK-NEW-HOLDER
           END-IF.

       2210-CHECK-NEW-HOLDER.
           MOVE WS-Sel-Kennitala TO WS-Check-Kennitala
           PERFORM 1200-CHECK-PERSON-ACTIVE
           PERFORM 1500-FIND-ACTIVE-HOLDER
           EVALUATE TRUE
               WHEN WS-Sel-Role NOT = "J" AND WS-Sel-Role NOT = "S"
                   DISPLAY "Role [" WS-Sel-Role "] must be J or S."
               WHEN WS-Active-Flag NOT = "Y"
                   DISPLAY "Kennitala " WS-Sel-Kennitala " has no "
                       "active person record - no holder added."
               WHEN WS-Holder-Found-Flag = "Y"
                       OR (WS-Acct-Listed-Flag NOT = "Y"
                           AND WS-Sel-Kennitala = WS-Sel-Account)
                   DISPLAY "Kennitala " WS-Sel-Kennitala " already "
                       "holds account " WS-Sel-Account "."
               WHEN WS-Rel-Count >= 1999
                   DISPLAY "Account-holder table full (2000 max) - "
                       "no holder added."
               WHEN OTHER
                   PERFORM 2220-ADD-CHECKED-HOLDER
           END-EVALUATE.

      *> An account still numbered by its owner's kennitala has no
      *> holder records yet; its implicit owner is written first so
      *> the account keeps its owner once it has more than one
      *> holder.
       2220-ADD-CHECKED-HOLDER.
           IF WS-Acct-Listed-Flag NOT = "Y"
               MOVE WS-Sel-Kennitala TO WS-Save-Kennitala
               MOVE WS-Sel-Role TO WS-Save-Role
               MOVE WS-Sel-Account TO WS-Sel-Kennitala
               MOVE "O" TO WS-Sel-Role
               PERFORM 2900-STORE-HOLDER
               MOVE WS-Save-Kennitala TO WS-Sel-Kennitala
               MOVE WS-Save-Role TO WS-Sel-Role
           END-IF
           PERFORM 2900-STORE-HOLDER
           DISPLAY "Kennitala " WS-Sel-Kennitala " added to account "
               WS-Sel-Account.

      *> An account must keep at least one owner or joint owner - a
      *> signatory alone cannot hold it - so the last one cannot be
      *> removed here.
       2300-REMOVE-HOLDER.
           DISPLAY "Account: " WITH NO ADVANCING
           ACCEPT WS-Sel-Account
           PERFORM 1300-CHECK-ACCOUNT-KNOWN
           IF WS-Acct-Listed-Flag NOT = "Y"
               DISPLAY "Account " WS-Sel-Account " has no holders "
                   "other than its owner - no holder removed."
           ELSE
               PERFORM 2410-SHOW-ACCOUNT-HOLDERS
               DISPLAY "Kennitala of the holder to remove: "
                   WITH NO ADVANCING
               ACCEPT WS-Sel-Kennitala
               PERFORM 1500-FIND-ACTIVE-HOLDER
               IF WS-Holder-Found-Flag NOT = "Y"
                   DISPLAY "Kennitala " WS-Sel-Kennitala " is not an "
                       "active holder of account " WS-Sel-Account "."
               ELSE
                   PERFORM 2310-COUNT-OTHER-OWNERS
                   IF WS-Rel-Role(WS-Holder-Idx) NOT = "S"
                       AND WS-Owner-Count = 0
                       DISPLAY "Kennitala " WS-Sel-Kennitala " is the "
                           "last owner of account " WS-Sel-Account
                           " - no holder removed."
                   ELSE
                       MOVE "R" TO WS-Rel-State(WS-Holder-Idx)
                       MOVE WS-Today TO WS-Rel-Closed(WS-Holder-Idx)
                       MOVE "Y" TO WS-Rel-Changed-Flag
                       DISPLAY "Kennitala " WS-Sel-Kennitala
                           " removed from account " WS-Sel-Account
                   END-IF
               END-IF
           END-IF.

       2310-COUNT-OTHER-OWNERS.
           MOVE 0 TO WS-Owner-Count
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
               IF WS-Rel-Account(WS-Rel-Idx) = WS-Sel-Account
                   AND WS-Rel-State(WS-Rel-Idx) = "A"
                   AND WS-Rel-Role(WS-Rel-Idx) NOT = "S"
                   AND WS-Rel-Idx NOT = WS-Holder-Idx
                   ADD 1 TO WS-Owner-Count
               END-IF
           END-PERFORM.

       2400-LIST-ACCOUNT.
           DISPLAY "Account: " WITH NO ADVANCING
           ACCEPT WS-Sel-Account
           PERFORM 1300-CHECK-ACCOUNT-KNOWN
           IF WS-Acct-Known-Flag NOT = "Y"
               DISPLAY "Account " WS-Sel-Account " is not a known "
                   "account."
           ELSE
               PERFORM 2410-SHOW-ACCOUNT-HOLDERS
           END-IF.

       2410-SHOW-ACCOUNT-HOLDERS.
           DISPLAY " "
           DISPLAY "Holders of account " WS-Sel-Account
           IF WS-Acct-Listed-Flag NOT = "Y"
               MOVE WS-Sel-Account TO WS-Check-Kennitala
               PERFORM 1200-CHECK-PERSON-ACTIVE
               DISPLAY WS-Sel-Account " " WS-Check-Name " Owner"
           ELSE
               PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                       UNTIL WS-Rel-Idx > WS-Rel-Count
                   IF WS-Rel-Account(WS-Rel-Idx) = WS-Sel-Account
                       AND WS-Rel-State(WS-Rel-Idx) = "A"
                       MOVE WS-Rel-Kennitala(WS-Rel-Idx) TO
                           WS-Check-Kennitala
                       PERFORM 1200-CHECK-PERSON-ACTIVE
                       PERFORM 1600-SET-ROLE-TEXT
                       IF WS-Active-Flag NOT = "Y"
                           MOVE "(inactive person)" TO WS-Check-Name
                       END-IF
                       DISPLAY WS-Rel-Kennitala(WS-Rel-Idx) " "
                           WS-Check-Name " " WS-Role-Text " since "
                           WS-Rel-Opened(WS-Rel-Idx)
                   END-IF
               END-PERFORM
           END-IF.

      *> Lists the account still numbered by the kennitala itself
      *> (when it has no holder records) as well as every account
      *> the kennitala is an active holder of.
       2500-LIST-KENNITALA.
           DISPLAY "Kennitala: " WITH NO ADVANCING
           ACCEPT WS-Sel-Kennitala
           MOVE 0 TO WS-Listed-Count
           DISPLAY " "
           DISPLAY "Accounts held by " WS-Sel-Kennitala
           MOVE WS-Sel-Kennitala TO WS-Sel-Account
           PERFORM 1300-CHECK-ACCOUNT-KNOWN
           IF WS-Acct-Known-Flag = "Y" AND WS-Acct-Listed-Flag NOT = "Y"
               ADD 1 TO WS-Listed-Count
               DISPLAY WS-Sel-Account " Owner"
           END-IF
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
               IF WS-Rel-Kennitala(WS-Rel-Idx) = WS-Sel-Kennitala
                   AND WS-Rel-State(WS-Rel-Idx) = "A"
                   ADD 1 TO WS-Listed-Count
                   PERFORM 1600-SET-ROLE-TEXT
                   DISPLAY WS-Rel-Account(WS-Rel-Idx) " " WS-Role-Text
                       " since " WS-Rel-Opened(WS-Rel-Idx)
               END-IF
           END-PERFORM
           IF WS-Listed-Count = 0
               DISPLAY "  (none)"
           END-IF.

       2900-STORE-HOLDER.
           ADD 1 TO WS-Rel-Count
           MOVE WS-Rel-Count TO WS-Rel-Idx
           MOVE WS-Sel-Account TO WS-Rel-Account(WS-Rel-Idx)
           MOVE WS-Sel-Kennitala TO WS-Rel-Kennitala(WS-Rel-Idx)
           MOVE WS-Sel-Role TO WS-Rel-Role(WS-Rel-Idx)
           MOVE "A" TO WS-Rel-State(WS-Rel-Idx)
           MOVE WS-Today TO WS-Rel-Opened(WS-Rel-Idx)
           MOVE 0 TO WS-Rel-Closed(WS-Rel-Idx)
           MOVE "Y" TO WS-Rel-Changed-Flag.

       3000-REWRITE-RELATIONSHIPS.
           OPEN OUTPUT AcctRelFile
           PERFORM VARYING WS-Rel-Idx FROM 1 BY 1
                   UNTIL WS-Rel-Idx > WS-Rel-Count
               MOVE SPACES TO AcctRelRec
               MOVE WS-Rel-Account(WS-Rel-Idx) TO AR-Account
               MOVE WS-Rel-Kennitala(WS-Rel-Idx) TO AR-Kennitala
               MOVE WS-Rel-Role(WS-Rel-Idx) TO AR-Role
               MOVE WS-Rel-State(WS-Rel-Idx) TO AR-Status
               MOVE WS-Rel-Opened(WS-Rel-Idx) TO AR-Opened-Date
               MOVE WS-Rel-Closed(WS-Rel-Idx) TO AR-Closed-Date
               WRITE AcctRelRec
           END-PERFORM
           CLOSE AcctRelFile.
