000159*                    on cost center plus category, so management
000160*                    sees each department's averages instead of
000161*                    one shop-wide blur.
000162*   2026-10-15  BMD  Roster layout in step with the merge's new
000163*                    neto; the ranking still reads the gross.
000164*   2026-10-15  BMD  Roster layout gains horas-extra,
000165*                    horas-premio and extra (the overtime paid,
000166*                    already inside sueldo).
000167******************************************************************
000168 IDENTIFICATION DIVISION.
000170*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000180 PROGRAM-ID. RANKING.
000190 ENVIRONMENT DIVISION.
000450     05 dias-asistidos PIC 9(3).
000460     05 sancion PIC X(1).
000461     05 ccosto PIC X(4).
000465     05 neto PIC 9(9).
000466     05 horas-extra PIC 9(3)V99.
000467     05 horas-premio PIC 9(3)V99.
000468     05 extra PIC 9(9).
000470 FD arc-ranking
000480 RECORDING MODE IS F.
000490 01 RANKING-LINE PIC X(80).
