002200* numbers. Amend and cancel only touch payments still          *
002300* pending. BBANK20P validates the request shape before         *
002400* handing off here.                                            *
002420* Items loaded from a corporate bulk payment file (BBANKA7P)    *
002440* cannot be amended and are cancelled only before their value   *
002460* date.                                                         *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
023400        MOVE 'Payment not found' TO CD36O-RESP-MSG
023500        GO TO READ-PENDING-PAYMENT-EXIT
023600     END-IF.
023700     IF NOT FWP-REC-STATUS-PENDING AND
023750        NOT (FWP-REC-STATUS-SUSPENDED AND CD36-REQUESTED-CANCEL)
023800        SET CD36O-RESP-NOT-PENDING TO TRUE
023900        MOVE 'Payment is no longer pending' TO CD36O-RESP-MSG
024000     END-IF.
024010* A closure payout was debited when it was created - changing
024020* or cancelling it here would lose or double the money
024030     IF CD36O-RESP-OK AND FWP-REC-FUNDED
024040        SET CD36O-RESP-NOT-PENDING TO TRUE
024050        MOVE 'Closure payout cannot be changed' TO
024060            CD36O-RESP-MSG
024070     END-IF.
024071* A bulk payment item was accepted as part of its file, against
024072* the file's hash totals and funds, so it cannot be amended; it
024073* can be cancelled only before its value date, while the release
024074* has not yet debited the file for it
024075     IF CD36O-RESP-OK AND FWP-REC-BULK
024076        IF CD36-REQUESTED-AMEND
024077           SET CD36O-RESP-NOT-PENDING TO TRUE
024078           MOVE 'Bulk payment item cannot be amended' TO
024079               CD36O-RESP-MSG
024080        ELSE
024081           EXEC CICS ASKTIME
024082                     ABSTIME(WS-ABSTIME)
024083           END-EXEC
024084           EXEC CICS FORMATTIME
024085                     ABSTIME(WS-ABSTIME)
024086                     YYYYMMDD(WS-TODAY-DATE)
024087           END-EXEC
024088           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
024089           PERFORM GET-BUSINESS-DATE THRU
024090                   GET-BUSINESS-DATE-EXIT
024091           IF FWP-REC-VALUE-DATE IS NOT GREATER THAN
024092              WS-BUSINESS-DATE
024093              SET CD36O-RESP-NOT-PENDING TO TRUE
024094              MOVE 'Bulk payment item is already due' TO
024095                  CD36O-RESP-MSG
024096           END-IF
024097        END-IF
024098     END-IF.
024100 READ-PENDING-PAYMENT-EXIT.
024200     EXIT.
024300
