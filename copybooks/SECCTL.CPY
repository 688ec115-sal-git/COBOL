*> SECCTL.CPY
*> Shared security-control record layout for SECURITY-CONTROL.DAT
*> (line sequential, one record). SC-MAX-FAILURES is how many
*> consecutive refused sign-ons in one day lock an operator ID; it is
*> set in Operator_master_maint. With no file, or no usable value,
*> every sign-on point uses three.
    05  SC-MAX-FAILURES     PIC 9(2).
    05  SC-CHANGED-BY       PIC X(8).
    05  SC-CHANGED-DATE     PIC 9(8).
    05  SC-CHANGED-TIME     PIC 9(8).
    05  SC-FILLER           PIC X(14).
