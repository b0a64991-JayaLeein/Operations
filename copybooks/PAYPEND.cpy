      *    have not yet cleared with an accepted acknowledgement.
      *    Paymatch carries these forward night after night so an
      *    unacknowledged or rejected case stays visible on the
      *    settlement report until payroll accepts it.  A rejected
      *    item carries payroll's reject reason from the ack, so the
      *    branch statement can say why.
      *****************************************************************
       01  PAY-PENDING-RECORD.
           05 PND-CASE-ID             PIC X(10).
           05 PND-STATUS              PIC X(1).
              88 PENDING-UNACKED         VALUE "U".
              88 PENDING-REJECTED        VALUE "R".
      *    Change code and prior value of the extract row the item
      *    came from, so an accepted Removed row retires the payroll
      *    baseline instead of setting it.
           05 PND-CHANGE-CODE         PIC X(1).
           05 PND-PRIOR-RESAULT       PIC 9(4).
           05 PND-REJECT-REASON       PIC X(40).
