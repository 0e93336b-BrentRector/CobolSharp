      *> Shared garnishment order record layout for empgarn.dat, one
      *> row per court or agency order (an employee may carry
      *> several). Orders are not voluntary deductions: the pay run
      *> takes them after withholding and before empdeduct.dat, in
      *> legal priority by order type (support, bankruptcy, tax
      *> levy, student loan, creditor; within a type in the order
      *> they were entered), and never lets the employee's orders
      *> together exceed GRN-CAP-PCT of disposable pay. GRN-METHOD
      *> "P" takes GRN-VALUE percent of disposable pay, "F" a flat
      *> GRN-VALUE. GRN-TOTAL-OWED zero is an open-ended order (a
      *> current support order); otherwise the order stops once
      *> GRN-SATISFIED reaches it and goes to status "S". EMPGARMT
      *> maintains it under an OPRSEC sign-on; extracted to a
      *> copybook (the EMPREC.cpy convention) because maintenance
      *> and the pay register run both read it.
       01  GARNISH-ORDER-RECORD.
           05  GRN-EMP-ID         PIC 9(5).
           05  GRN-ORDER-TYPE     PIC X(2).
               88  GRN-SUPPORT         VALUE "CS".
               88  GRN-BANKRUPTCY      VALUE "BK".
               88  GRN-TAX-LEVY        VALUE "TL".
               88  GRN-STUDENT-LOAN    VALUE "SL".
               88  GRN-CREDITOR        VALUE "CG".
               88  GRN-TYPE-VALID      VALUES "CS" "BK" "TL" "SL"
                                              "CG".
           05  GRN-CASE-NO        PIC X(15).
           05  GRN-PAYEE          PIC X(20).
           05  GRN-METHOD         PIC X.
               88  GRN-BY-PERCENT      VALUE "P".
               88  GRN-BY-FLAT         VALUE "F".
           05  GRN-VALUE          PIC 9(5)V99.
           05  GRN-CAP-PCT        PIC 9(2)V99.
           05  GRN-TOTAL-OWED     PIC 9(7)V99.
           05  GRN-SATISFIED      PIC 9(7)V99.
           05  GRN-STATUS         PIC X.
               88  GRN-ACTIVE          VALUE "A".
               88  GRN-PAID-OFF        VALUE "S".
               88  GRN-RELEASED        VALUE "R".
           05  GRN-ENTERED-DATE   PIC 9(8).
           05  GRN-OPERATOR       PIC X(8).
