      * Statement delivery preference: 'E' electronic (CUST-EMAIL),
      * anything else paper. Blank on pre-existing records = paper.
           05  CUST-DELIVERY-PREF     PIC X(1).
      * Sales representative (employee id) credited with the
      * customer's orders; an order header may name another.
           05  CUST-SALES-REP         PIC X(6).
      * Marketing consent by channel ('Y' = customer opted in; any
      * other value, including blank, means no consent).
           05  CUST-MKT-CONSENT.
               10  CUST-CONSENT-MAIL  PIC X(1).
               10  CUST-CONSENT-EMAIL PIC X(1).
               10  CUST-CONSENT-PHONE PIC X(1).
               10  CUST-CONSENT-SMS   PIC X(1).
