           10  OW-CUST-NO PIC X(5).
           10  OW-DELV-ZONE PIC X(2).
           10  OW-DELV-FEE PIC 9(3)V99.
           10  OW-LOY-MEMBER PIC 9(6).
           10  OW-LOY-EARNED PIC 9(5).
           10  OW-LOY-REDEEMED PIC 9(5).
           10  OW-SCPWD-TYPE PIC X(1).
           10  OW-SCPWD-ID PIC X(15).
           10  OW-SCPWD-NAME PIC X(25).
           10  OW-SCPWD-GROSS PIC 9(5)V99.
           10  OW-VAT-EXEMPT PIC 9(5)V99.
           10  OW-SCPWD-DISC PIC 9(5)V99.
           10  OW-TENDER-CTR PIC 9(2).
           10  OW-VOID-BY PIC X(5).
           10  OW-ITEM-EXEMPT PIC 9(5)V99.
           10  OW-ZERO-RATED PIC 9(5)V99.
