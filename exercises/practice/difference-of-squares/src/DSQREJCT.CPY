000290*            DUPL - duplicate of an earlier card   (DSQEDIT)
000300*            TYPE - calc type not blank or C       (DSQEDIT)
000301*            SIZE - size error in the computation  (main job)
000302*            NENT - no entitlement for requester   (DSQEDIT)
000303*            ETYP - calc type not entitled         (DSQEDIT)
000304*            EMXN - above requester's maximum N    (DSQEDIT)
000305*            EQTA - monthly card quota used up     (DSQEDIT)
000310******************************************************************
000320* Mod Log:
000330* 2026-09-01 NK  Original copybook.
000332*                calculation-type code in column 20, and reason
000333*                code TYPE added for a card whose type is not
000334*                blank or C (DSQEDIT).
000335* 2026-10-15 NK  Reason codes NENT, ETYP, EMXN and EQTA for cards
000336*                that break the requester's ENTLMST entitlement
000337*                (DSQEDIT).
000340******************************************************************
000350 01  DSQ-REJ-RECORD.
000360     05  DSQ-REJ-STATUS              PIC X(01).
