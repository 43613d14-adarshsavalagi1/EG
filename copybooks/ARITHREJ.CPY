001000*   R003  OPERAND 1 NOT NUMERIC                              *
001100*   R004  OPERAND 2 NOT NUMERIC                              *
001200*   R005  TRANSACTION ID DUPLICATE OR OUT OF SEQUENCE        *
001210*   R006  OPERATION CODE NOT ADD/SUB/MUL/DIV/ALL/REV/SPACES  *
001212*   R007  BRANCH AND TRANSACTION ID ALREADY ACCEPTED ON AN   *
001214*         EARLIER DATE WITHIN THE LOOK-BACK WINDOW           *
001220*   R008  REVERSAL'S ORIGINAL NOT ON HISTORY AS ACCEPTED     *
001230*         (ID/DATE NOT NUMERIC, NOT FOUND FOR THE BRANCH,    *
001240*         NOT STATUS A, OR ITSELF A REVERSAL)                *
001250*   R009  REVERSAL'S ORIGINAL ALREADY REVERSED               *
001300*-----------------------------------------------------------*
001400* 2026-08-22 RKM  ORIGINAL COPYBOOK.                         *
001410*-----------------------------------------------------------*
001420* 2026-08-22 RKM  ADDED REASON R006 FOR THE OPERATION CODE   *
001430*                 CARRIED ON THE TRANSACTION.                *
001440*-----------------------------------------------------------*
001450* 2026-10-15 RKM  ADDED REASONS R008 AND R009 FOR THE        *
001460*                 REVERSAL TRANSACTION EDITS.                *
001470*-----------------------------------------------------------*
001480* 2026-10-15 RKM  ADDED REASON R007 FOR THE CROSS-DAY        *
001490*                 DUPLICATE EDIT.                            *
001500*-----------------------------------------------------------*
001600 01  ARITH-REJ-REC.
001700     05  RJ-REASON-CODE        PIC X(04).
