                   88 WS-MOVE-TYPE-ADJUST              VALUE "AJ".
                   88 WS-MOVE-TYPE-WASTE               VALUE "WA".
                   88 WS-MOVE-TYPE-TRANSFER            VALUE "TR".
                   88 WS-MOVE-TYPE-RETURN              VALUE "RS".
               10 WS-MOVE-SIGN                        PIC X(001).
                   88 WS-MOVE-SIGN-PLUS               VALUE "+".
                   88 WS-MOVE-SIGN-MINUS              VALUE "-".
