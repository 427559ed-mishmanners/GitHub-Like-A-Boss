 (the 4-byte code with the 8-byte batch id directly behind it,    *
 bytes 5-12 of the data, no separator) and gets back the          *
 batch header's verdict: its status byte (R received / A accepted *
 / J rejected / S held suspect for duplicate review / P posted    *
 / X reversed by COBREV01),                                       *
 the staged record count, the edit's error count,                 *
 and the edit timestamp - so a branch polls its own verdict       *
 instead of calling operations.                                   *
 The message arrives in the listener's BUFFER layout (4-byte      *
 length prefix plus up to 80 data bytes) and the reply is left    *
 in the same layout, exactly as TCP-ROUTE-DISPATCH expects.       *
 The listener also passes the caller's client identity, and only  *
 a batch whose BAT-CLIENT-ID is the caller's own is answered. Any *
 other batch gets the same NOT ON FILE reply as a batch id that   *
 does not exist, so one branch cannot even learn that another     *
 branch's batch id is in use.                                     *
*****************************************************************

IDENTIFICATION DIVISION.
    05  BUF-BATCH-ID   PIC X(8).
    05  FILLER         PIC X(68).

*****************************************************************
 The client identity the caller's handshake token resolved to,   *
 passed by TCP-ROUTE-DISPATCH behind the BUFFER                  *
*****************************************************************
01  CALLER-CLIENT-ID   PIC X(08).

PROCEDURE DIVISION USING BUFFER, CALLER-CLIENT-ID.

*****************************************************************
 Validate the request, read the batch header, confirm it belongs *
 to the caller, and build the verdict reply in place             *
*****************************************************************
BST-START.
    IF BUFLEN LESS THAN 12
    MOVE BUF-BATCH-ID TO BAT-BATCH-ID.
    OBTAIN CALC COBLIS-BATCH.
    IF DB-NOTFND
       OR BAT-CLIENT-ID NOT = CALLER-CLIENT-ID
      MOVE BUF-BATCH-ID TO RESP-NOTFOUND-ID
      MOVE RESP-NOTFOUND TO BUFTXT80
      MOVE 25 TO BUFLEN
