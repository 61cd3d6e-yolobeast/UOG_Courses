000680* PER-RUN PARAMETER, SO A VALUE CACHED FOR ONE DEGREE (E.G. THE
000690* SQUARE ROOT OF 8) IS NOT A VALID ANSWER FOR ANOTHER DEGREE OF
000695* THE SAME VALUE (E.G. THE CUBE ROOT OF 8).
000696* SQ-CACHE-FALLBACK IS "Y" WHEN THE CACHED ANSWER CAME FROM THE
000697* BISECTION FALLBACK (TAKEN FROM FILLER, 2026-10-15).
000700*****************************************************************
000800 01  SQ-CACHE-RECORD.
000900     05  SQ-CACHE-KEY              PIC 9(11)V9(9).
001200     05  SQ-CACHE-METHOD           PIC X(01).
001300     05  SQ-CACHE-CONVERGED        PIC X(01).
001350     05  SQ-CACHE-DEGREE           PIC 9(02).
001450     05  SQ-CACHE-FALLBACK         PIC X(01).
001550     05  FILLER                    PIC X(10).
