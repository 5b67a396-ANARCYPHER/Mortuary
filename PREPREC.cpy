           02 PREP-COMPLETE PIC X.
      *    PREP-COMPLETE: N - preparation in progress, Y - report
      *    signed off (what PRG16's I-to-P gate requires)
           02 FILLER PIC X.
           02 PREP-PPE-USED PIC X.
      *    PREP-PPE-USED: Y - embalmer confirmed at sign-off that the
      *    PPE the case's precaution code calls for was used, N - not
      *    confirmed, space - case carried no precaution code. PRG16
      *    refuses I-to-P on a flagged case unless this is Y.
