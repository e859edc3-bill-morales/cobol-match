000182*   2026-09-02  BMD  Roster in step with the merge's new ccosto;
000183*                    a cost-center move now reports as a CCOSTO
000184*                    change line like any other field.
000185*   2026-10-15  BMD  Roster in step with the merge's new neto;
000186*                    a change in the net after deductions
000187*                    reports as a NETO change line. A previous
000188*                    roster from before the net existed is not
000189*                    compared on it.
000190*   2026-10-15  BMD  Roster layout gains horas-extra,
000191*                    horas-premio and extra (the overtime paid,
000192*                    already inside sueldo); a change in
000193*                    extra is listed like neto.
000194******************************************************************
000195 IDENTIFICATION DIVISION.
000200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000210 PROGRAM-ID. COMPARA.
000220 ENVIRONMENT DIVISION.
000510     05 hoy-dias PIC 9(3).
000520     05 hoy-sancion PIC X(1).
000521     05 hoy-ccosto PIC X(4).
000525     05 hoy-neto PIC 9(9).
000526     05 hoy-horas-extra PIC 9(3)V99.
000527     05 hoy-horas-premio PIC 9(3)V99.
000528     05 hoy-extra PIC 9(9).
000530 FD arc-ayer
000540 RECORDING MODE IS F.
000550 01 inmortal-ayer.
000630     05 aye-dias PIC 9(3).
000640     05 aye-sancion PIC X(1).
000641     05 aye-ccosto PIC X(4).
000645     05 aye-neto PIC 9(9).
000646     05 aye-horas-extra PIC 9(3)V99.
000647     05 aye-horas-premio PIC 9(3)V99.
000648     05 aye-extra PIC 9(9).
000650 FD arc-diferencias
000660 RECORDING MODE IS F.
000670 01 DIF-LINE PIC X(80).
002774        MOVE hoy-ccosto TO LC-AHORA
002775        PERFORM 2310-GRABAR-CAMBIO
002776     END-IF.
002777     IF aye-neto IS NUMERIC AND hoy-neto NOT = aye-neto THEN
002778        MOVE 'NETO' TO LC-CAMPO
002779        MOVE aye-neto TO WS-NUM-EDIT
002780        MOVE WS-NUM-EDIT TO LC-ANTES
002781        MOVE hoy-neto TO WS-NUM-EDIT
002782        MOVE WS-NUM-EDIT TO LC-AHORA
002783        PERFORM 2310-GRABAR-CAMBIO
002784     END-IF.
002785     IF aye-extra IS NUMERIC AND hoy-extra NOT = aye-extra THEN
002786        MOVE 'EXTRA' TO LC-CAMPO
002787        MOVE aye-extra TO WS-NUM-EDIT
002788        MOVE WS-NUM-EDIT TO LC-ANTES
002789        MOVE hoy-extra TO WS-NUM-EDIT
002790        MOVE WS-NUM-EDIT TO LC-AHORA
002791        PERFORM 2310-GRABAR-CAMBIO
002792     END-IF.
002793     IF WS-REG-CAMBIADO = 'S' THEN
002794        add 1 to WS-CNT-CAMBIADOS
002800     ELSE
002810        add 1 to WS-CNT-IGUALES
002820     END-IF.
