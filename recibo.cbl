000213*                    service instead of environment variables;
000214*                    the effective values print at the head of
000215*                    recibos.txt as the run's own record.
000216*   2026-10-15  BMD  The slip now goes from gross to net: one
000217*                    line per deduction the merge took (read
000218*                    from descuentos.txt, the lines carrying
000219*                    the latest take stamp of the identi) and
000220*                    the NETO A COBRAR the bank pays. Lines
000221*                    that do not add up to gross minus net are
000222*                    flagged on the slip.
000223*   2026-10-15  BMD  EMPLEADO-REC in step with the master's new
000224*                    EMP-CTA-ESTADO (suspect bank account
000225*                    flag).
000226*   2026-10-15  BMD  Working days of the period come from the
000227*                    CALENDARIO service (calendario.txt), the
000228*                    same calendar month the merge paid,
000229*                    instead of ARCHIVOS_DIAS_LAB; an uncovered
000230*                    period stops the run before the slips are
000231*                    opened.
000232*   2026-10-15  BMD  The slip now shows the overtime and
000233*                    holiday/weekend hours from the roster and
000234*                    their amount, recomputed with
000235*                    ARCHIVOS_EXTRA_PCT, ARCHIVOS_FERIADO_PCT
000236*                    and FICHADA_JORNADA_HS the way the merge
000237*                    pays them, and the recalculation check
000238*                    includes it.
000239******************************************************************
000240 IDENTIFICATION DIVISION.
000241*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. RECIBO.
000260 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400     select arc-recibos assign to '../recibos.txt'
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS estado-rec.
000422     select arc-descuentos assign to '../descuentos.txt'
000424     ORGANIZATION IS LINE SEQUENTIAL
000426     FILE STATUS IS estado-des.
000430*-----------------------
000440 DATA DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000570     05 dias-asistidos PIC 9(3).
000580     05 sancion PIC X(1).
000581     05 ccosto PIC X(4).
000585     05 neto PIC 9(9).
000586     05 horas-extra PIC 9(3)V99.
000587     05 horas-premio PIC 9(3)V99.
000588     05 extra PIC 9(9).
000590 FD arc-empleados
000600 RECORDING MODE IS F.
000610 01 EMPLEADO-REC.
000650     05 EMP-SUELDO PIC 9(7)V99.
000651     05 EMP-CUENTA PIC 9(10).
000652     05 EMP-CCOSTO PIC X(4).
000654     05 EMP-CTA-ESTADO PIC X(1).
000656         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000660 FD arc-recibos
000670 RECORDING MODE IS F.
000680 01 RECIBO-LINE PIC X(80).
000681 FD arc-descuentos
000682 RECORDING MODE IS F.
000683 01 descuento.
000684     05 des-identi PIC 9(6).
000685     05 des-concepto PIC X(4).
000686     05 des-modo PIC X(1).
000687     05 des-importe PIC 9(9).
000688     05 des-pct PIC 9(3)V99.
000689     05 des-desde PIC 9(6).
000690     05 des-hasta PIC 9(6).
000691     05 des-tope PIC X(1).
000692     05 des-saldo PIC 9(9).
000693     05 des-ult-fecha PIC 9(8).
000694     05 des-ult-importe PIC 9(9).
000695*-----------------------
000700 WORKING-STORAGE SECTION.
000710 01 estado-esc PIC X(2).
000720     88 esc-ok value '00'.
000770     88 EMP-NO-ARCHIVO VALUE '35'.
000780 01 estado-rec PIC X(2).
000790     88 rec-ok value '00'.
000791 01 estado-des PIC X(2).
000792     88 des-ok value '00'.
000793     88 des-no-archivo value '35'.
000794 01 WS-DES-FIN PIC X(1) VALUE 'S'.
000795 01 WS-DES-CNT PIC 9(2) COMP.
000796 01 WS-DES-I PIC 9(2) COMP.
000797 01 WS-DES-FECHA-MAX PIC 9(8).
000798 01 WS-DES-SUMA PIC 9(9).
000799 01 WS-RETENIDO PIC 9(9).
000800 01 WS-TABLA-DESC.
000801     05 WS-DES-ITEM OCCURS 20.
000802         10 WS-DS-CONCEPTO PIC X(4).
000803         10 WS-DS-FECHA PIC 9(8).
000804         10 WS-DS-IMPORTE PIC 9(9).
000805 01 WS-ESC-FIN PIC X(1) VALUE 'N'.
000810 01 WS-ESCRITURA-PATH PIC X(100).
000820 01 WS-JOB-NAME PIC X(20) VALUE 'RECIBO'.
000830 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
000862 01 WS-PARAM-VALOR PIC X(100).
000863 01 WS-PARAM-ESTADO PIC X(2).
000870 01 WS-RAISE-PCT PIC 9(3) VALUE 10.
000875 01 WS-EXTRA-PCT PIC 9(3) VALUE 150.
000880 01 WS-FERIADO-PCT PIC 9(3) VALUE 200.
000885 01 WS-JORNADA-HS PIC 9(2) VALUE 8.
000890 01 WS-DIAS-LABORABLES PIC 9(3) VALUE ZERO.
000893 01 WS-CAL-TIPO PIC X(1).
000896 01 WS-CAL-ESTADO PIC X(2).
000900 01 WS-HAY-MAESTRO PIC X(1).
000910 01 WS-TIENE-ASIST PIC X(1).
000920     88 CON-ASISTENCIA VALUE 'S'.
000960 01 WS-SUELDO-PRORRATA PIC 9(9).
000970 01 WS-SUELDO-CALC PIC 9(9).
000980 01 WS-REGLA PIC X(6).
000982 01 WS-HORAS-EXTRA PIC 9(3)V99.
000984 01 WS-HORAS-PREMIO PIC 9(3)V99.
000986 01 WS-EXTRA-CALC PIC 9(9).
000990 01 WS-CONTADORES.
001000     05 WS-CNT-LEIDOS     PIC 9(6) COMP VALUE ZERO.
001010     05 WS-CNT-RECIBOS    PIC 9(6) COMP VALUE ZERO.
001020     05 WS-CNT-SIN-MAESTRO PIC 9(6) COMP VALUE ZERO.
001030     05 WS-CNT-DESCUADRES PIC 9(6) COMP VALUE ZERO.
001035     05 WS-CNT-DESC-DIF   PIC 9(6) COMP VALUE ZERO.
001040 01 WS-ENC-RECIBO.
001050     05 FILLER PIC X(17) VALUE 'RECIBO DE PAGO - '.
001060     05 ER-FECHA PIC 9(8).
001320     05 LA-REGLA PIC X(6).
001330     05 FILLER PIC X(1) VALUE ')'.
001340     05 FILLER PIC X(36) VALUE SPACES.
001342 01 WS-LINEA-HORAS.
001344     05 LH-TEXTO PIC X(22).
001346     05 LH-HORAS PIC ZZ9.99.
001348     05 FILLER PIC X(52) VALUE SPACES.
001350 01 WS-LINEA-AVISO PIC X(80).
001351 01 WS-LINEA-DESCUENTO.
001352     05 FILLER PIC X(10) VALUE 'DESCUENTO '.
001353     05 LDS-CONCEPTO PIC X(4).
001354     05 FILLER PIC X(8) VALUE '      : '.
001355     05 LDS-VALOR PIC Z(8)9.
001356     05 FILLER PIC X(49) VALUE SPACES.
001357 01 WS-LINEA-PARAM.
001358     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
001359     05 LPA-CLAVE PIC X(21).
001360     05 LPA-VALOR PIC X(48).
001361*-----------------------
001370 PROCEDURE DIVISION.
001380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001390 MAIN-PROCEDURE.
001600     ELSE
001610        MOVE 10 TO WS-RAISE-PCT
001640     END-IF.
001641     MOVE 'ARCHIVOS_EXTRA_PCT' TO WS-PARAM-CLAVE.
001642     PERFORM 1900-LEER-PARAMETRO.
001643     IF WS-PARAM-ESTADO = '00' THEN
001644        COMPUTE WS-EXTRA-PCT = FUNCTION NUMVAL(WS-PARAM-VALOR)
001645     ELSE
001646        MOVE 150 TO WS-EXTRA-PCT
001647     END-IF.
001648     MOVE 'ARCHIVOS_FERIADO_PCT' TO WS-PARAM-CLAVE.
001649     PERFORM 1900-LEER-PARAMETRO.
001650     IF WS-PARAM-ESTADO = '00' THEN
001651        COMPUTE WS-FERIADO-PCT = FUNCTION NUMVAL(WS-PARAM-VALOR)
001652     ELSE
001653        MOVE 200 TO WS-FERIADO-PCT
001654     END-IF.
001655     MOVE 'FICHADA_JORNADA_HS' TO WS-PARAM-CLAVE.
001656     PERFORM 1900-LEER-PARAMETRO.
001657     IF WS-PARAM-ESTADO = '00' THEN
001658        COMPUTE WS-JORNADA-HS = FUNCTION NUMVAL(WS-PARAM-VALOR)
001659     ELSE
001660        MOVE 8 TO WS-JORNADA-HS
001661     END-IF.
001662*
001663* The slips prorate against the same calendar month the merge
001670* paid; without it there is no per-day rate to print.
001680*
001690     CALL 'CALENDARIO' USING WS-FECHA-RUN WS-DIAS-LABORABLES
001700        WS-CAL-TIPO WS-CAL-ESTADO.
001710     IF WS-CAL-ESTADO = '23' THEN
001720        DISPLAY 'CALENDARIO NO CUBRE EL PERIODO: '
001730           WS-FECHA-RUN(1:6)
001731        PERFORM 3000-FINALISIMA
001732     END-IF.
001733     IF WS-CAL-ESTADO NOT = '00' THEN
001734        DISPLAY 'ARCHIVO DE CALENDARIO INVALIDO O AUSENTE'
001735        PERFORM 3000-FINALISIMA
001740     END-IF.
001741     DISPLAY 'PARAMETROS EFECTIVOS - RECIBO'.
001742     DISPLAY '  ARCHIVOS_ESCRITURA : ' WS-ESCRITURA-PATH.
001743     DISPLAY '  ARCHIVOS_RAISE_PCT : ' WS-RAISE-PCT.
001744     DISPLAY '  ARCHIVOS_EXTRA_PCT : ' WS-EXTRA-PCT.
001745     DISPLAY '  ARCHIVOS_FERIADO_PCT: ' WS-FERIADO-PCT.
001746     DISPLAY '  FICHADA_JORNADA_HS : ' WS-JORNADA-HS.
001747     DISPLAY '  DIAS LABORABLES    : ' WS-DIAS-LABORABLES
001754        ' (CALENDARIO ' WS-FECHA-RUN(1:6) ')'.
001780     OPEN INPUT arc-escritura.
001790     IF esc-no-archivo THEN
001800        display 'NO EXISTE EL ROSTER: ' WS-ESCRITURA-PATH
001980        display 'estado-rec: ' estado-rec
001990        PERFORM 3000-FINALISIMA
002000     END-IF.
002001     OPEN INPUT arc-descuentos.
002002     IF des-no-archivo THEN
002003        DISPLAY 'SIN DESCUENTOS, NETO IGUAL A BRUTO'
002004     ELSE
002005        IF NOT des-ok THEN
002006           display 'estado-des: ' estado-des
002007           PERFORM 3000-FINALISIMA
002008        END-IF
002009        MOVE 'N' TO WS-DES-FIN
002010        PERFORM 2020-LEER-DESCUENTO
002011     END-IF.
002012     MOVE 'ARCHIVOS_ESCRITURA' TO LPA-CLAVE.
002013     MOVE WS-ESCRITURA-PATH TO LPA-VALOR.
002014     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002015     MOVE 'ARCHIVOS_RAISE_PCT' TO LPA-CLAVE.
002016     MOVE WS-RAISE-PCT TO LPA-VALOR.
002017     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002018     MOVE 'ARCHIVOS_EXTRA_PCT' TO LPA-CLAVE.
002019     MOVE WS-EXTRA-PCT TO LPA-VALOR.
002020     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002021     MOVE 'ARCHIVOS_FERIADO_PCT' TO LPA-CLAVE.
002022     MOVE WS-FERIADO-PCT TO LPA-VALOR.
002023     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002024     MOVE 'FICHADA_JORNADA_HS' TO LPA-CLAVE.
002025     MOVE WS-JORNADA-HS TO LPA-VALOR.
002026     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002027     MOVE 'DIAS LAB CALENDARIO' TO LPA-CLAVE.
002028     MOVE WS-DIAS-LABORABLES TO LPA-VALOR.
002029     WRITE RECIBO-LINE FROM WS-LINEA-PARAM.
002030     WRITE RECIBO-LINE FROM WS-LINEA-BLANCA.
002031     PERFORM 2010-LEER-ROSTER.
002032 1900-LEER-PARAMETRO.
002033     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
002034        WS-PARAM-ESTADO.
002035     IF WS-PARAM-ESTADO = '99' THEN
002036        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
002037        PERFORM 3000-FINALISIMA
002038     END-IF.
002039 2000-PROCESO.
002040     PERFORM 2100-LEER-MAESTRO.
002041     PERFORM 2200-RECALCULAR-SUELDO.
002045     PERFORM 2400-JUNTAR-DESCUENTOS.
002050     PERFORM 2300-IMPRIMIR-RECIBO.
002060     PERFORM 2010-LEER-ROSTER.
002070 2010-LEER-ROSTER.
002150        display 'estado-esc: ' estado-esc
002160        PERFORM 3000-FINALISIMA
002170     END-IF.
002171 2020-LEER-DESCUENTO.
002172     READ arc-descuentos
002173         AT END
002174             MOVE 'S' TO WS-DES-FIN
002175     END-READ.
002176     IF NOT des-ok AND estado-des not = '10' then
002177        display 'estado-des: ' estado-des
002178        PERFORM 3000-FINALISIMA
002179     END-IF.
002180 2100-LEER-MAESTRO.
002190     MOVE 'N' TO WS-HAY-MAESTRO.
002200     MOVE ZERO TO WS-SUELDO-BASE.
002370* non-zero sueldo is a matched-without-attendance record (the
002380* merge paid the full base there); zero dias with zero sueldo
002390* means the employee really attended no days.
002392* Overtime and holiday/weekend hours are paid on top from the
002394* hours the roster carries; a roster written before the merge
002396* carried them has none.
002400*
002410     IF dias-asistidos = ZERO AND sancion = SPACE AND
002420        sueldo NOT = ZERO THEN
002440     ELSE
002450        MOVE 'S' TO WS-TIENE-ASIST
002460     END-IF.
002461     IF horas-extra IS NUMERIC AND horas-premio IS NUMERIC THEN
002462        MOVE horas-extra TO WS-HORAS-EXTRA
002463        MOVE horas-premio TO WS-HORAS-PREMIO
002464     ELSE
002465        MOVE ZERO TO WS-HORAS-EXTRA WS-HORAS-PREMIO
002466     END-IF.
002470     IF CON-ASISTENCIA THEN
002480        move dias-asistidos to WS-DIAS-PAGO
002481        COMPUTE WS-EXTRA-CALC ROUNDED =
002482           WS-SUELDO-BASE *
002483           (WS-HORAS-EXTRA * WS-EXTRA-PCT +
002484            WS-HORAS-PREMIO * WS-FERIADO-PCT)
002485              / (100 * WS-DIAS-LABORABLES * WS-JORNADA-HS)
002490        IF WS-DIAS-PAGO > WS-DIAS-LABORABLES THEN
002500           move WS-DIAS-LABORABLES to WS-DIAS-PAGO
002510        END-IF
002680        MOVE WS-SUELDO-BASE TO WS-SUELDO-PRORRATA
002690        MOVE WS-RAISE-PCT TO WS-PCT-EFECTIVO
002700        MOVE 'S/ASIS' TO WS-REGLA
002705        MOVE ZERO TO WS-EXTRA-CALC
002710     END-IF.
002720     COMPUTE WS-SUELDO-CALC =
002730        WS-SUELDO-PRORRATA +
002740        (WS-SUELDO-PRORRATA * WS-PCT-EFECTIVO / 100) +
002745        WS-EXTRA-CALC.
002750 2300-IMPRIMIR-RECIBO.
002760     MOVE WS-FECHA-RUN TO ER-FECHA.
002770     WRITE RECIBO-LINE FROM WS-ENC-RECIBO.
002970     MOVE WS-PCT-EFECTIVO TO LA-PCT.
002980     MOVE WS-REGLA TO LA-REGLA.
002990     WRITE RECIBO-LINE FROM WS-LINEA-AUMENTO.
002991     MOVE 'HORAS EXTRA         : ' TO LH-TEXTO.
002992     MOVE WS-HORAS-EXTRA TO LH-HORAS.
002993     WRITE RECIBO-LINE FROM WS-LINEA-HORAS.
002994     MOVE 'HORAS FERIADO/FDS   : ' TO LH-TEXTO.
002995     MOVE WS-HORAS-PREMIO TO LH-HORAS.
002996     WRITE RECIBO-LINE FROM WS-LINEA-HORAS.
002997     MOVE 'IMPORTE HORAS EXTRA : ' TO LI-TEXTO.
002998     MOVE WS-EXTRA-CALC TO LI-VALOR.
002999     WRITE RECIBO-LINE FROM WS-LINEA-IMPORTE.
003000     MOVE 'SUELDO FINAL        : ' TO LI-TEXTO.
003010     MOVE sueldo TO LI-VALOR.
003020     WRITE RECIBO-LINE FROM WS-LINEA-IMPORTE.
003025     PERFORM 2310-IMPRIMIR-DESCUENTOS.
003030     IF WS-HAY-MAESTRO NOT = 'S' THEN
003040        MOVE '  *** SIN REGISTRO EN EL MAESTRO ***'
003050           TO WS-LINEA-AVISO
003180        display 'estado-rec: ' estado-rec
003190        PERFORM 3000-FINALISIMA
003200     END-IF.
003201 2310-IMPRIMIR-DESCUENTOS.
003202*
003203* Gross minus net is what the merge withheld; the lines with the
003204* identi's latest take stamp are the ones that made it up. A
003205* line stamped earlier belongs to a take of an earlier run that
003206* is no longer in force and does not print.
003207*
003208     MOVE ZERO TO WS-RETENIDO WS-DES-SUMA.
003209     IF neto < sueldo THEN
003210        COMPUTE WS-RETENIDO = sueldo - neto
003211        PERFORM 2320-IMPRIMIR-DESCUENTO
003212           VARYING WS-DES-I FROM 1 BY 1
003213             UNTIL WS-DES-I > WS-DES-CNT
003214     END-IF.
003215     MOVE 'NETO A COBRAR       : ' TO LI-TEXTO.
003216     MOVE neto TO LI-VALOR.
003217     WRITE RECIBO-LINE FROM WS-LINEA-IMPORTE.
003218     IF WS-DES-SUMA NOT = WS-RETENIDO THEN
003219        add 1 to WS-CNT-DESC-DIF
003220        MOVE '  *** DESCUENTOS NO CUADRAN CON EL NETO ***'
003221           TO WS-LINEA-AVISO
003222        WRITE RECIBO-LINE FROM WS-LINEA-AVISO
003223     END-IF.
003224 2320-IMPRIMIR-DESCUENTO.
003225     IF WS-DS-FECHA(WS-DES-I) = WS-DES-FECHA-MAX THEN
003226        MOVE WS-DS-CONCEPTO(WS-DES-I) TO LDS-CONCEPTO
003227        MOVE WS-DS-IMPORTE(WS-DES-I) TO LDS-VALOR
003228        WRITE RECIBO-LINE FROM WS-LINEA-DESCUENTO
003229        add WS-DS-IMPORTE(WS-DES-I) to WS-DES-SUMA
003230     END-IF.
003231 2400-JUNTAR-DESCUENTOS.
003232*
003233* descuentos.txt is in identi order like the roster; lines of
003234* identis not on the roster are skipped.
003235*
003236     MOVE ZERO TO WS-DES-CNT WS-DES-FECHA-MAX.
003237     PERFORM 2020-LEER-DESCUENTO
003238        UNTIL WS-DES-FIN = 'S' OR des-identi >= identi.
003239     PERFORM 2410-GUARDAR-DESCUENTO
003240        UNTIL WS-DES-FIN = 'S' OR des-identi NOT = identi.
003241 2410-GUARDAR-DESCUENTO.
003242     IF des-ult-importe > ZERO AND WS-DES-CNT < 20 THEN
003243        add 1 to WS-DES-CNT
003244        MOVE des-concepto TO WS-DS-CONCEPTO(WS-DES-CNT)
003245        MOVE des-ult-fecha TO WS-DS-FECHA(WS-DES-CNT)
003246        MOVE des-ult-importe TO WS-DS-IMPORTE(WS-DES-CNT)
003247        IF des-ult-fecha > WS-DES-FECHA-MAX THEN
003248           MOVE des-ult-fecha TO WS-DES-FECHA-MAX
003249        END-IF
003250     END-IF.
003251     PERFORM 2020-LEER-DESCUENTO.
003252 3000-FINALISIMA.
003253     PERFORM 3010-REPORTE-TOTALES.
003254     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
003255     CLOSE arc-escritura arc-empleados arc-recibos
003256           arc-descuentos.
003257     DISPLAY "parrafo final".
003260     STOP RUN.
003270 3010-REPORTE-TOTALES.
003280     DISPLAY "-----------------------------------------".
003320     DISPLAY "  RECIBOS EMITIDOS : " WS-CNT-RECIBOS.
003330     DISPLAY "  SIN MAESTRO      : " WS-CNT-SIN-MAESTRO.
003340     DISPLAY "  RECALCULOS DIF   : " WS-CNT-DESCUADRES.
003345     DISPLAY "  DESCUENTOS DIF   : " WS-CNT-DESC-DIF.
003350     DISPLAY "-----------------------------------------".
003360** add other procedures here
003370 END PROGRAM RECIBO.
