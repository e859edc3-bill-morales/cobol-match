000238*                    supplies no dias, instead of prorating
000239*                    them by zero days and emitting a false
000240*                    full-sueldo recovery.
000241*   2026-10-15  BMD  Historia in step with the merge's
000242*                    deductions (hist-neto, hist-concepto,
000243*                    'R' withholding rows). A corrected pay row
000244*                    keeps what was withheld from it: its net
000245*                    moves by the same amount as its sueldo.
000246*   2026-10-15  BMD  EMPLEADO-REC in step with the master's new
000247*                    EMP-CTA-ESTADO (suspect bank account
000248*                    flag).
000249*   2026-10-15  BMD  Each corrected row now prorates against
000250*                    the working days of its own month from the
000251*                    CALENDARIO service (calendario.txt)
000252*                    instead of ARCHIVOS_DIAS_LAB; a month the
000253*                    calendar does not cover stops the run
000254*                    before historia is rewritten.
000255*   2026-10-15  BMD  historia rows carry hist-extra, the
000256*                    overtime paid; a correction keeps it in
000257*                    the recomputed sueldo.
000258******************************************************************
000259 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. AJUSTE.
000280 ENVIRONMENT DIVISION.
000700     05 hist-tipo PIC X(1).
000710         88 HIST-DETALLE VALUE 'D'.
000720         88 HIST-EXCEPCION VALUE 'E'.
000725         88 HIST-RETENCION VALUE 'R'.
000730     05 hist-identi PIC 9(6).
000740     05 hist-sueldo PIC 9(9).
000750     05 hist-dias PIC 9(3).
000760     05 hist-sancion PIC X(1).
000770     05 hist-exc-tipo PIC X(1).
000780     05 hist-ccosto PIC X(4).
000783     05 hist-neto PIC 9(9).
000786     05 hist-concepto PIC X(4).
000788     05 hist-extra PIC 9(9).
000790 FD arc-hist-tmp
000800 RECORDING MODE IS F.
000810 01 historia-tmp PIC X(55).
000820 FD arc-empleados
000830 RECORDING MODE IS F.
000840 01 EMPLEADO-REC.
000880     05 EMP-SUELDO PIC 9(7)V99.
000890     05 EMP-CUENTA PIC 9(10).
000900     05 EMP-CCOSTO PIC X(4).
000903     05 EMP-CTA-ESTADO PIC X(1).
000906         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000910 FD arc-ajustes
000920 RECORDING MODE IS F.
000930 01 AJUSTE-REC.
001230 01 WS-PARAM-ESTADO PIC X(2).
001240 01 WS-FECHA-RUN PIC 9(8).
001250 01 WS-RAISE-PCT PIC 9(3) VALUE 10.
001260 01 WS-DIAS-LABORABLES PIC 9(3) VALUE ZERO.
001263 01 WS-CAL-TIPO PIC X(1).
001266 01 WS-CAL-ESTADO PIC X(2).
001270 01 WS-COR-FIN PIC X(1).
001280 01 WS-HIS-FIN PIC X(1).
001290 01 WS-COR-CNT PIC 9(3) COMP VALUE ZERO.
001460 01 WS-PCT-EFECTIVO PIC 9(3).
001470 01 WS-SUELDO-PRORRATA PIC 9(9).
001480 01 WS-SUELDO-CALC PIC 9(9).
001485 01 WS-RETENIDO-FILA PIC 9(9).
001490 01 WS-DELTA PIC S9(11) COMP.
001500 01 WS-CONTADORES.
001510     05 WS-CNT-CORRECCIONES PIC 9(6) COMP VALUE ZERO.
001960     ELSE
001970        MOVE 10 TO WS-RAISE-PCT
001980     END-IF.
002070     DISPLAY 'PARAMETROS EFECTIVOS - AJUSTE'.
002080     DISPLAY '  ARCHIVOS_RAISE_PCT : ' WS-RAISE-PCT.
002100     OPEN OUTPUT arc-registro.
002110     IF NOT reg-ok THEN
002120        display 'estado-reg: ' estado-reg
002151     MOVE 'ARCHIVOS_RAISE_PCT' TO LPA-CLAVE.
002152     MOVE WS-RAISE-PCT TO LPA-VALOR.
002153     WRITE REGISTRO-LINE FROM WS-LINEA-PARAM.
002160     WRITE REGISTRO-LINE FROM WS-ENC3.
002170     PERFORM 1100-CARGAR-CORRECCIONES.
002180     IF WS-COR-CNT = ZERO THEN
003900*
003910* The merge's prorate-and-raise arithmetic, fed the corrected
003920* dias and sancion against the base sueldo on the master.
003923* The overtime the row was paid (hist-extra) is hours worked, not
003926* dias or sancion: it carries through the correction unchanged.
003930*
003940     COMPUTE WS-SUELDO-BASE ROUNDED = EMP-SUELDO
003950     ON SIZE ERROR
004090        MOVE WS-SUELDO-BASE TO WS-SUELDO-PRORRATA
004091        MOVE WS-RAISE-PCT TO WS-PCT-EFECTIVO
004092     ELSE
004093        PERFORM 2410-DIAS-DEL-PERIODO
004094        MOVE WS-DIAS-CORR TO WS-DIAS-PAGO
004100        IF WS-DIAS-PAGO > WS-DIAS-LABORABLES THEN
004110           MOVE WS-DIAS-LABORABLES TO WS-DIAS-PAGO
004120        END-IF
004210                MOVE ZERO TO WS-PCT-EFECTIVO
004220        END-EVALUATE
004221     END-IF.
004223     IF hist-extra IS NOT NUMERIC THEN
004225        MOVE ZERO TO hist-extra
004227     END-IF.
004230     COMPUTE WS-SUELDO-CALC =
004240        WS-SUELDO-PRORRATA +
004250        (WS-SUELDO-PRORRATA * WS-PCT-EFECTIVO / 100) +
004255        hist-extra.
004260     add hist-sueldo to WS-C-VIEJO(WS-HALLADO).
004270     add WS-SUELDO-CALC to WS-C-NUEVO(WS-HALLADO).
004280     MOVE 'S' TO WS-C-TOCADA(WS-HALLADO).
004281     IF hist-neto IS NUMERIC AND hist-neto <= hist-sueldo THEN
004282        COMPUTE WS-RETENIDO-FILA = hist-sueldo - hist-neto
004283     ELSE
004284        MOVE ZERO TO WS-RETENIDO-FILA
004285     END-IF.
004286     IF WS-SUELDO-CALC > WS-RETENIDO-FILA THEN
004287        COMPUTE hist-neto = WS-SUELDO-CALC - WS-RETENIDO-FILA
004288     ELSE
004289        MOVE ZERO TO hist-neto
004290     END-IF.
004291     MOVE WS-SUELDO-CALC TO hist-sueldo.
004300     MOVE WS-DIAS-CORR TO hist-dias.
004310     MOVE WS-SANCION-CORR TO hist-sancion.
004320     add 1 to WS-CNT-AJUSTADAS.
004321 2410-DIAS-DEL-PERIODO.
004322*
004323* Each row prorates against the working days of its own month,
004324* as the merge that wrote it did. A month the calendar does not
004325* cover stops the run while historia is still untouched: the
004326* rows only come back from ajuste.tmp after the whole pass.
004327*
004328     CALL 'CALENDARIO' USING hist-fecha WS-DIAS-LABORABLES
004329        WS-CAL-TIPO WS-CAL-ESTADO.
004330     IF WS-CAL-ESTADO = '23' THEN
004331        DISPLAY 'CALENDARIO NO CUBRE EL PERIODO: '
004332           hist-fecha(1:6)
004333        PERFORM 3000-FINALISIMA
004334     END-IF.
004335     IF WS-CAL-ESTADO NOT = '00' THEN
004336        DISPLAY 'ARCHIVO DE CALENDARIO INVALIDO O AUSENTE'
004337        PERFORM 3000-FINALISIMA
004338     END-IF.
004339 2600-DEVOLVER-HISTORIA.
004340     READ arc-hist-tmp
004350         AT END
004360             MOVE 'S' TO WS-HIS-FIN
