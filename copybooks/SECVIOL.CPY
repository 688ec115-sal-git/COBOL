*> SECVIOL.CPY
*> Shared security-violation record layout for SECURITY-VIOLATION.DAT
*> (line sequential, appended). Every sign-on point writes one record
*> for each refusal, so the refusals survive the console scrolling
*> away and the security exception report can total them by operator
*> and program for sign-off.
*> SV-FUNCTION is what the operator was trying to do (CALCULATE,
*> RESUBMIT, ITEMMAINT, ...). SV-FAIL-COUNT is the ID's consecutive
*> refused sign-ons that day including this one, zero when the ID is
*> not on file or was already locked; SV-LOCKED-FLAG is Y on the
*> refusal that locked the ID.
    05  SV-OPERATOR-ID      PIC X(8).
    05  SV-PROGRAM          PIC X(30).
    05  SV-FUNCTION         PIC X(10).
    05  SV-REASON           PIC X(4).
        88  SV-UNKNOWN          VALUE "UNKN".
        88  SV-DEACTIVATED      VALUE "DEAC".
        88  SV-NOT-AUTHORIZED   VALUE "NAUT".
        88  SV-LOCKED           VALUE "LOCK".
        88  SV-UNVERIFIED       VALUE "UNVF".
    05  SV-DATE             PIC 9(8).
    05  SV-TIME             PIC 9(8).
    05  SV-FAIL-COUNT       PIC 9(3).
    05  SV-LOCKED-FLAG      PIC X.
        88  SV-LOCKED-NOW       VALUE "Y".
    05  SV-FILLER           PIC X(8).
