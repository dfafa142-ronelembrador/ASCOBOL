      ******************************************************************
      * MAINTTRAN.cpy - MAINTREQTRN.DAT maintenance request
      *                 transactions applied by PropertyUpkeep.cob:
      *                 "A" raises a new request (the request number
      *                 is allocated on apply), "C" completes one with
      *                 its date and repair cost.
      *                 PropertyCompliance.cob adds an "A" here for
      *                 each room inspection that falls due.
      ******************************************************************
       01  MaintTranRec.
           02  MT2-Action              PIC X.
               88  MT2-Add                 VALUE "A".
               88  MT2-Complete            VALUE "C".
           02  MT2-ReqID               PIC 9(5).
           02  MT2-PropertyID          PIC 9(4).
           02  MT2-TranDate            PIC 9(8).
           02  MT2-Fault               PIC X(30).
           02  MT2-Priority            PIC 9.
           02  MT2-Cost                PIC 9(5)V99.
