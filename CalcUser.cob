
      * Administration facility for the USERAUTH authorized-user
      * file: add a user, deactivate one, or change a role code,
      * replacing the hand edits the file used to get, and apply a
      * manager's returned CalcRcrt recertification sign-off by
      * deactivating every account it did not recertify. Only an
      * administrator may sign on, and every change is stamped and
      * written to the USERLOG audit trail with who made it, so the
      * file's history is no longer untracked.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UserLog-Status.

      * The recertification sign-off issued by CalcRcrt and
      * returned by the reviewing manager.
           SELECT SignoffFile ASSIGN TO "RCRTSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signoff-Status.

       DATA DIVISION.
       FILE SECTION.
       FD UserAuthFile.
       FD UserLogFile.
       01 UserLogFileRecord PIC X(80).

       FD SignoffFile.
       01 SignoffFileRecord PIC X(80).

       WORKING-STORAGE SECTION.

       01 UserAuth-Status PIC X(2).
       01 UserLog-Status PIC X(2).
       01 Signoff-Status PIC X(2).

      * The USERAUTH record layout shared with CobCalc's sign-on.
       COPY USERAUTR.
       01 Target-Found-Flag PIC X(1) VALUE "N".
           88 Target-Found VALUE "Y".

      * The USERLOG audit line layout shared with the CalcRcrt
      * recertification report.
       COPY USERLOGR.

      * The sign-off record layout shared with CalcRcrt.
       COPY RCRTSGNR.

      * A sign-off is read twice: once to check it and count what it
      * would do, and, once the administrator confirms, again to
      * apply it. Any record that cannot be trusted refuses the
      * whole file, so a half-completed sign-off never deactivates
      * accounts the manager meant to keep.
       01 Signoff-EOF-Flag PIC X(1) VALUE "N".
           88 Signoff-EOF VALUE "Y".
       01 Signoff-Open-Flag PIC X(1) VALUE "N".
           88 Signoff-Open VALUE "Y".
       01 Signoff-Bad-Flag PIC X(1) VALUE "N".
           88 Signoff-Bad VALUE "Y".
       01 Signoff-Apply-Flag PIC X(1) VALUE "N".
           88 Signoff-Apply VALUE "Y".
       01 Signoff-Confirm PIC X(1).
       01 Signoff-Read-Count PIC 9(4) VALUE ZERO.
       01 Signoff-Recert-Count PIC 9(4) VALUE ZERO.
       01 Signoff-Revoke-Count PIC 9(4) VALUE ZERO.
       01 Signoff-Skip-Count PIC 9(4) VALUE ZERO.

       01 User-Count-Display PIC ZZZ9.

       AdminMenu.
       DISPLAY " "
       DISPLAY "User administration: (A)dd a user, (D)eactivate a "
           "user, (R)ole change, (L)ist users, (B)ulk deactivate "
           "from a recertification sign-off, (Q)uit: "
       ACCEPT Admin-Choice
       EVALUATE Admin-Choice
           WHEN "A"
               PERFORM ChangeRole
           WHEN "L"
               PERFORM ListUsers
           WHEN "B"
               PERFORM BulkDeactivate
           WHEN "Q"
               SET Admin-Done TO TRUE
           WHEN OTHER
               UE-Active(UsrIdx) " role " UE-Role(UsrIdx)
       END-PERFORM.

      * Apply a returned recertification sign-off. Accounts the
      * manager recertified are logged as such; accounts the manager
      * marked (N)o are deactivated, under the manager's authority
      * on the audit line. Every line must carry a decision and the
      * manager's user ID, so a sign-off returned unreviewed cannot
      * deactivate anyone.
       BulkDeactivate.
       MOVE "N" TO Signoff-Apply-Flag
       PERFORM ReadSignoffFile
       EVALUATE TRUE
           WHEN NOT Signoff-Open
               CONTINUE
           WHEN Signoff-Bad
               DISPLAY "The RCRTSIGN sign-off cannot be applied; "
                   "no accounts were changed."
           WHEN Signoff-Read-Count = 0
               DISPLAY "The RCRTSIGN sign-off file is empty; no "
                   "accounts were changed."
           WHEN OTHER
               MOVE Signoff-Read-Count TO User-Count-Display
               DISPLAY "Sign-off records read  : " User-Count-Display
               MOVE Signoff-Recert-Count TO User-Count-Display
               DISPLAY "Accounts recertified   : " User-Count-Display
               MOVE Signoff-Skip-Count TO User-Count-Display
               DISPLAY "Left unchanged         : " User-Count-Display
               MOVE Signoff-Revoke-Count TO User-Count-Display
               DISPLAY "Accounts to deactivate : " User-Count-Display
               DISPLAY "Apply the sign-off? (Y/N): "
               ACCEPT Signoff-Confirm
               MOVE FUNCTION UPPER-CASE(Signoff-Confirm)
                   TO Signoff-Confirm
               IF Signoff-Confirm IS = "Y"
                   SET Signoff-Apply TO TRUE
                   PERFORM ReadSignoffFile
                   MOVE Signoff-Revoke-Count TO User-Count-Display
                   DISPLAY "Sign-off applied; " User-Count-Display
                       " account(s) deactivated."
               ELSE
                   DISPLAY "The sign-off was not applied."
               END-IF
       END-EVALUATE.

       ReadSignoffFile.
       MOVE ZERO TO Signoff-Read-Count
       MOVE ZERO TO Signoff-Recert-Count
       MOVE ZERO TO Signoff-Revoke-Count
       MOVE ZERO TO Signoff-Skip-Count
       MOVE "N" TO Signoff-Bad-Flag
       MOVE "N" TO Signoff-Open-Flag
       MOVE "N" TO Signoff-EOF-Flag
       OPEN INPUT SignoffFile
       IF Signoff-Status IS NOT = "00"
           DISPLAY "Unable to open the RCRTSIGN sign-off file "
               "(status " Signoff-Status ")."
       ELSE
           SET Signoff-Open TO TRUE
           PERFORM UNTIL Signoff-EOF
               READ SignoffFile INTO Recert-Signoff-Record
                   AT END
                       SET Signoff-EOF TO TRUE
                   NOT AT END
                       PERFORM JudgeSignoffRecord
               END-READ
           END-PERFORM
           CLOSE SignoffFile
       END-IF.

      * Accounts that have left the file, are already inactive, or
      * whose role has changed since the sign-off was issued are
      * left for the next cycle; the administrator's own signed-on
      * ID is never deactivated, as with a single deactivation.
       JudgeSignoffRecord.
       ADD 1 TO Signoff-Read-Count
       MOVE RV-User-ID TO Target-User-ID
       PERFORM FindUser
       EVALUATE TRUE
           WHEN RV-Decision IS = SPACE
               SET Signoff-Bad TO TRUE
               DISPLAY "Sign-off for " RV-User-ID " has no "
                   "decision."
           WHEN NOT RV-Recertified AND NOT RV-Not-Recertified
               SET Signoff-Bad TO TRUE
               DISPLAY "Sign-off for " RV-User-ID " has an "
                   "unrecognized decision: " RV-Decision
           WHEN RV-Manager IS = SPACES
               SET Signoff-Bad TO TRUE
               DISPLAY "Sign-off for " RV-User-ID " has a "
                   "decision without the manager's user ID."
           WHEN NOT Target-Found
               ADD 1 TO Signoff-Skip-Count
               IF NOT Signoff-Apply
                   DISPLAY "User " RV-User-ID " is no longer on "
                       "USERAUTH; left unchanged."
               END-IF
           WHEN UE-Active(UsrIdx) IS NOT = "Y"
               ADD 1 TO Signoff-Skip-Count
           WHEN UE-Role(UsrIdx) IS NOT = RV-Role
               ADD 1 TO Signoff-Skip-Count
               IF NOT Signoff-Apply
                   DISPLAY "User " RV-User-ID " changed role since "
                       "the sign-off was issued; left unchanged."
               END-IF
           WHEN RV-Recertified
               ADD 1 TO Signoff-Recert-Count
               IF Signoff-Apply
                   MOVE "RECERT" TO AU-Action
                   MOVE UE-Role(UsrIdx) TO AU-Old-Value
                   MOVE UE-Role(UsrIdx) TO AU-New-Value
                   MOVE RV-Manager TO AU-Authority
                   PERFORM WriteAuditLine
               END-IF
           WHEN Target-User-ID IS = Session-User
               ADD 1 TO Signoff-Skip-Count
               IF NOT Signoff-Apply
                   DISPLAY "User " RV-User-ID " is your own "
                       "signed-on ID and cannot be deactivated."
               END-IF
           WHEN OTHER
               ADD 1 TO Signoff-Revoke-Count
               IF Signoff-Apply
                   MOVE UE-Active(UsrIdx) TO AU-Old-Value
                   MOVE "N" TO UE-Active(UsrIdx)
                   SET Changes-Made TO TRUE
                   MOVE "REVOKE" TO AU-Action
                   MOVE "N" TO AU-New-Value
                   MOVE RV-Manager TO AU-Authority
                   PERFORM WriteAuditLine
               END-IF
       END-EVALUATE
       MOVE SPACES TO AU-Authority.

      * Locate the table slot for Target-User-ID, leaving UsrIdx on
      * the match when one is found.
       FindUser.
