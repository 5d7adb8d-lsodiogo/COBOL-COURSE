                   88 MOVE-TYPE-ADJUST             VALUE "AJ".
                   88 MOVE-TYPE-WASTE              VALUE "WA".
                   88 MOVE-TYPE-TRANSFER           VALUE "TR".
                   88 MOVE-TYPE-RETURN             VALUE "RS".
               10 MOVE-SIGN                        PIC X(001).
                   88 MOVE-SIGN-PLUS               VALUE "+".
                   88 MOVE-SIGN-MINUS              VALUE "-".
