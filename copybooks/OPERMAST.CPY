        88  OM-MAY-RESUBMIT     VALUE "Y".
    05  OM-AUTH-ARCHIVE     PIC X.
        88  OM-MAY-ARCHIVE      VALUE "Y".
*> Approval authority for pending price changes. It is granted apart
*> from item maintenance, and an approver can never approve a change
*> raised under their own ID.
    05  OM-AUTH-APPROVE-PRICE PIC X.
        88  OM-MAY-APPROVE-PRICE VALUE "Y".
*> Sign-on failure control. OM-FAIL-COUNT is the consecutive refused
*> sign-ons on OM-FAIL-DATE, cleared by the next good sign-on or by a
*> new day. When it reaches the limit on SECURITY-CONTROL.DAT the ID
*> is locked and every sign-on point refuses it until a reset in
*> Operator_master_maint. Spaces (records from before the lockout)
*> read as no failures and not locked.
    05  OM-SIGN-ON-CONTROL.
        10  OM-FAIL-DATE        PIC 9(8).
        10  OM-FAIL-COUNT       PIC 9(3).
        10  OM-LOCKED-FLAG      PIC X.
            88  OM-LOCKED           VALUE "Y".
        10  OM-LOCKED-DATE      PIC 9(8).
        10  OM-LOCKED-TIME      PIC 9(8).
*> Write-off authority for the suspense ledger: closing an item that
*> nobody can correct. Granted apart from resubmit authority.
    05  OM-AUTH-WRITE-OFF   PIC X.
        88  OM-MAY-WRITE-OFF    VALUE "Y".
*> Month-end close authority: closing an accounting period on
*> PERIOD-CONTROL.DAT and reopening it again.
    05  OM-AUTH-PERIOD-CLOSE PIC X.
        88  OM-MAY-CLOSE-PERIOD VALUE "Y".
    05  OM-FILLER           PIC X(6).
