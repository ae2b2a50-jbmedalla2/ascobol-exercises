000060* PURPOSE:     Record layout for the update journal
000070*              (JOURNAL.DAT), appended to by every program that
000080*              writes, rewrites or deletes against STUDMAST.DAT,
000090*              COURSES.DAT or GRADES.DAT (and WAITLIST.DAT and
000092*              LEDGER.DAT where noted below), and read back by
000100*              JRNAPPLY to roll a restored generation forward.
000110*              JN-File is S (student master), C (course file),
000120*              G (grade file), W (waitlist - STUDMRG and
000122*              CRSCANC) or L (ledger - STUDMRG only; the other
000124*              ledger postings are not journalled); JN-Action is
000126*              W (write), R (rewrite) or D (delete). JN-Before
000130*              and JN-After hold the raw record images padded
000150*              with spaces - the before image is spaces on a
000160*              write, the after image is spaces on a delete. 100
000170*              bytes covers the largest record journalled (the
000180*              student master at up to 98).
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000222*   2026-09-02  DJO  StudentDetails grew to 98 bytes with the
000224*                    last-maintained stamp - still within the
000226*                    100-byte images, margin note updated.
000227*   2026-10-15  DJO  File codes W (waitlist) and L (ledger)
000228*                    added to the description.
000230******************************************************************
000240 01  JournalRecord.
000250     02  JN-Date         PIC 9(8).
