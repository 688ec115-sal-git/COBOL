*> CUSTMAST.CPY
*> Shared customer-master record layout for CUSTOMER-MASTER.DAT
*> (indexed, keyed on CM-CUSTOMER-NO). Used by the pricing-extension
*> mode of the calculator to validate the customer on each pricing
*> record, by the invoice run for the bill-to block, tax rate, and
*> terms, and by the customer maintenance program, so all sides agree
*> on field positions.
*> A customer is never deleted, only deactivated, so invoices already
*> issued against an old number stay traceable; pricing records for
*> an inactive customer go to suspense.
*> CM-TAX-RATE is a percentage to three places (08.250 = 8.25%).
*> CM-TERMS-DAYS is the net payment period the invoice due date is
*> worked from; CM-TERMS-CODE is the printed description.
    05  CM-CUSTOMER-NO      PIC X(8).
    05  CM-CUSTOMER-NAME    PIC X(30).
    05  CM-BILL-TO-ADDRESS.
        10  CM-BILL-TO-LINE-1   PIC X(30).
        10  CM-BILL-TO-LINE-2   PIC X(30).
        10  CM-BILL-TO-CITY     PIC X(20).
        10  CM-BILL-TO-STATE    PIC X(2).
        10  CM-BILL-TO-POSTCODE PIC X(10).
    05  CM-TAX-RATE         PIC 9(2)V9(3).
    05  CM-TERMS-CODE       PIC X(8).
    05  CM-TERMS-DAYS       PIC 9(3).
    05  CM-ACTIVE-FLAG      PIC X.
        88  CM-ACTIVE           VALUE "Y".
    05  CM-FILLER           PIC X(33).
