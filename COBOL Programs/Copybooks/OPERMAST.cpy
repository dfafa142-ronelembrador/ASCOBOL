      ******************************************************************
      * OPERMAST.cpy - OPERATOR.DAT operator master layout: one
      *                record per operator with the authorization
      *                level OperAuth checks against OPERAUTH.DAT.
      *                Maintained by OperatorMaint.cob; read by
      *                OperAuth.cob, PeriodClose.cob, PoApprove.cob and
      *                DutyConflictScan.cob.
      ******************************************************************
       01  OperatorRec.
           02  OP2-OperId              PIC X(8).
           02  OP2-Name                PIC X(20).
           02  OP2-Level               PIC 9.
      * The largest purchase order, in euro, the operator may
      * approve in PoApprove. Blank on records written before the
      * field existed, which reads as no approval authority.
           02  OP2-ApprovalLimit       PIC 9(7)V99.
