000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Budget against actual payroll cost per cost center.
000050*          Finance keeps a monthly salary budget per ccosto in
000060*          presupuestos.txt (ccosto, AAAAMM, amount). The actual
000070*          is the sueldo of the pay rows ('D') and settlements
000080*          ('F') of the year, from the historia.AAAAMM archives
000090*          and the live historia.txt. presupuesto.txt puts budget,
000100*          actual and variance side by side for the report month
000110*          (PRESUPUESTO_PERIODO, default the month before the
000120*          run) and for the year to date, marks every cost center
000130*          over budget, and projects the full year from the run
000140*          rate of the months elapsed. Cost centers with spending
000150*          and no budget line, and budget lines for a code not
000160*          in ccostos.txt, each print in their own section.
000170* Tectonics: cobc
000180*
000190* Modification History:
000200*   2026-10-15  BMD  New program. Budget and actual of a ccosto
000210*                    share one table entry with a column a month,
000220*                    so the month, the year to date and the
000230*                    projection come from the same figures.
000240*                    Deduction rows ('R') are not payroll cost and
000250*                    do not count; the gross sueldo already holds
000254*                    them. Payroll ('D'), settlement ('F') and
000258*                    PREMIO bonus ('P') rows are all cost, as
000262*                    CIERRE posts them. RETURN-CODE 0 clean,
000266*                    4 with a cost center over budget or an
000270*                    exception, 12 on a stop.
000274*   2026-10-15  BMD  ccostos.txt beyond the 100-entry table
000278*                    stops the run instead of leaving codes
000282*                    out.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. PRESUPUESTO.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     select arc-presupuestos assign to '../presupuestos.txt'
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS estado-pre.
000420     select arc-ccostos assign to '../ccostos.txt'
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS ESTADO-CCO.
000450     select arc-periodo assign to DYNAMIC WS-PERIODO-PATH
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS estado-per.
000480     select arc-reporte assign to '../presupuesto.txt'
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS estado-rep.
000510*-----------------------
000520 DATA DIVISION.
000530*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000540 FILE SECTION.
000550 FD arc-presupuestos
000560 RECORDING MODE IS F.
000570 01 PRESUPUESTO-REC.
000580     05 PRE-CCOSTO PIC X(4).
000590     05 PRE-PERIODO PIC 9(6).
000600     05 PRE-PERIODO-R REDEFINES PRE-PERIODO.
000610         10 PRE-ANO PIC 9(4).
000620         10 PRE-MES PIC 9(2).
000630     05 PRE-IMPORTE PIC 9(11).
000640 FD arc-ccostos
000650 RECORDING MODE IS F.
000660 01 CCOSTO-REC.
000670     05 CCO-CODIGO PIC X(4).
000680     05 CCO-DESCRIPCION PIC X(30).
000690 FD arc-periodo
000700 RECORDING MODE IS F.
000710 01 historia.
000720     05 hist-fecha PIC 9(8).
000730     05 hist-fecha-r REDEFINES hist-fecha.
000740         10 hist-ano PIC 9(4).
000750         10 hist-mes PIC 9(2).
000760         10 FILLER PIC 9(2).
000770     05 hist-tipo PIC X(1).
000780         88 HIST-DETALLE VALUE 'D'.
000790         88 HIST-FINIQUITO VALUE 'F'.
000795         88 HIST-PREMIO VALUE 'P'.
000800     05 hist-identi PIC 9(6).
000810     05 hist-sueldo PIC 9(9).
000820     05 hist-dias PIC 9(3).
000830     05 hist-sancion PIC X(1).
000840     05 hist-exc-tipo PIC X(1).
000850     05 hist-ccosto PIC X(4).
000860     05 hist-neto PIC 9(9).
000870     05 hist-concepto PIC X(4).
000880     05 hist-extra PIC 9(9).
000890 FD arc-reporte
000900 RECORDING MODE IS F.
000910 01 REPORTE-LINE PIC X(80).
000920*-----------------------
000930 WORKING-STORAGE SECTION.
000940 01 estado-pre PIC X(2).
000950     88 pre-ok value '00'.
000960     88 pre-no-archivo value '35'.
000970 01 ESTADO-CCO PIC X(2).
000980     88 CCO-OK VALUE '00'.
000990     88 CCO-NO-ARCHIVO VALUE '35'.
001000 01 estado-per PIC X(2).
001010     88 per-ok value '00'.
001020     88 per-no-archivo value '35'.
001030 01 estado-rep PIC X(2).
001040     88 rep-ok value '00'.
001050 01 WS-JOB-NAME PIC X(20) VALUE 'PRESUPUESTO'.
001060 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
001070 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
001080 01 WS-RETORNO PIC 9(2) VALUE 12.
001090 01 WS-PARAM-CLAVE PIC X(20).
001100 01 WS-PARAM-VALOR PIC X(100).
001110 01 WS-PARAM-ESTADO PIC X(2).
001120 01 WS-PERIODO-PATH PIC X(100).
001130 01 WS-FECHA-HOY PIC 9(8).
001140 01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001150     05 WS-ANO-HOY PIC 9(4).
001160     05 WS-MES-HOY PIC 9(2).
001170     05 FILLER PIC 9(2).
001180 01 WS-PERIODO PIC 9(6) VALUE ZERO.
001190 01 WS-PERIODO-R REDEFINES WS-PERIODO.
001200     05 WS-ANO PIC 9(4).
001210     05 WS-MES PIC 9(2).
001220 01 WS-ARCHIVO-PERIODO PIC 9(6).
001230 01 WS-ARCHIVO-PERIODO-R REDEFINES WS-ARCHIVO-PERIODO.
001240     05 WS-ARCHIVO-ANO PIC 9(4).
001250     05 WS-ARCHIVO-MES PIC 9(2).
001260 01 WS-PRE-FIN PIC X(1).
001270 01 WS-CCO-FIN PIC X(1).
001280 01 WS-PER-FIN PIC X(1).
001290 01 WS-CCO-CNT PIC 9(3) COMP VALUE ZERO.
001300 01 WS-TABLA-CCOSTOS.
001310     05 WS-CCO-ITEM OCCURS 100.
001320         10 WS-CCO-CODIGO PIC X(4).
001330*
001340* One entry per cost center met in the budget or in the history,
001350* with its budget and actual for each month of the year.
001360*
001370 01 WS-CTR-CNT PIC 9(3) COMP VALUE ZERO.
001380 01 WS-TABLA-CENTROS.
001390     05 WS-CTR-ITEM OCCURS 100.
001400         10 WS-T-CCOSTO PIC X(4).
001410         10 WS-T-EN-CCOSTOS PIC X(1).
001420         10 WS-T-CON-PRES PIC X(1).
001430         10 WS-T-MES OCCURS 12.
001440             15 WS-T-PRES PIC 9(11) COMP.
001450             15 WS-T-REAL PIC 9(11) COMP.
001460 01 WS-I PIC 9(3) COMP.
001470 01 WS-J PIC 9(3) COMP.
001480 01 WS-M PIC 9(2) COMP.
001490 01 WS-HALLADO PIC 9(3) COMP.
001500 01 WS-BUSCA-CCOSTO PIC X(4).
001510 01 WS-EN-CCOSTOS PIC X(1).
001520*
001530* Figures of the entry being printed.
001540*
001550 01 WS-PRES-MES PIC 9(13) COMP.
001560 01 WS-REAL-MES PIC 9(13) COMP.
001570 01 WS-PRES-ACUM PIC 9(13) COMP.
001580 01 WS-REAL-ACUM PIC 9(13) COMP.
001590 01 WS-PRES-ANUAL PIC 9(13) COMP.
001600 01 WS-PROYECTADO PIC 9(13) COMP.
001610 01 WS-COMP-PRES PIC 9(13) COMP.
001620 01 WS-COMP-REAL PIC 9(13) COMP.
001630 01 WS-VARIACION PIC S9(13) COMP.
001640 01 WS-VAR-PCT PIC S9(5) COMP.
001650 01 WS-TOTALES.
001660     05 WS-TOT-PRES PIC 9(13) COMP.
001670     05 WS-TOT-REAL PIC 9(13) COMP.
001680 01 WS-SECCION PIC X(1).
001690     88 SECCION-MES VALUE 'M'.
001700     88 SECCION-ACUM VALUE 'A'.
001710     88 SECCION-PROY VALUE 'P'.
001720 01 WS-CONTADORES.
001730     05 WS-CNT-PRES-LEIDOS PIC 9(6) COMP VALUE ZERO.
001740     05 WS-CNT-PRES-INVAL  PIC 9(6) COMP VALUE ZERO.
001750     05 WS-CNT-OTRO-ANO    PIC 9(6) COMP VALUE ZERO.
001760     05 WS-CNT-ARCHIVOS    PIC 9(6) COMP VALUE ZERO.
001770     05 WS-CNT-FILAS       PIC 9(6) COMP VALUE ZERO.
001780     05 WS-CNT-EXCEDIDOS   PIC 9(6) COMP VALUE ZERO.
001790     05 WS-CNT-SIN-PRES    PIC 9(6) COMP VALUE ZERO.
001800     05 WS-CNT-INEXIST     PIC 9(6) COMP VALUE ZERO.
001810     05 WS-CNT-EXC-SECCION PIC 9(6) COMP VALUE ZERO.
001820 01 WS-ENC1 PIC X(80) VALUE
001830    "PRESUPUESTO VS REAL POR CENTRO DE COSTO - PRESUPUESTO.CBL".
001840 01 WS-ENC3 PIC X(80) VALUE ALL "-".
001850 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
001854 01 WS-ENC-VARIACION.
001858     05 FILLER PIC X(19) VALUE "CCOS    PRESUPUESTO".
001862     05 FILLER PIC X(14) VALUE "          REAL".
001866     05 FILLER PIC X(15) VALUE "      VARIACION".
001870     05 FILLER PIC X(6) VALUE "  VAR%".
001874     05 FILLER PIC X(26) VALUE "  MARCA".
001878 01 WS-ENC-PROYECCION.
001882     05 FILLER PIC X(19) VALUE "CCOS    PRES. ANUAL".
001886     05 FILLER PIC X(14) VALUE "    PROYECTADO".
001890     05 FILLER PIC X(15) VALUE "      VARIACION".
001894     05 FILLER PIC X(6) VALUE "  VAR%".
001898     05 FILLER PIC X(26) VALUE "  MARCA".
001902 01 WS-ENC-SIN-PRES.
001906     05 FILLER PIC X(19) VALUE "CCOS       REAL MES".
001910     05 FILLER PIC X(14) VALUE "     REAL ACUM".
001914     05 FILLER PIC X(47) VALUE "  OBSERVACION".
001918 01 WS-ENC-INEXIST.
001922     05 FILLER PIC X(19) VALUE "CCOS      PRES. MES".
001926     05 FILLER PIC X(14) VALUE "   PRES. ANUAL".
001930     05 FILLER PIC X(47) VALUE "  OBSERVACION".
001940 01 WS-LINEA-PARAM.
001950     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
001960     05 LPA-CLAVE PIC X(21).
001970     05 LPA-VALOR PIC X(48).
001980 01 WS-LINEA-SECCION.
001990     05 LS-TEXTO PIC X(40).
002000     05 LS-PERIODO PIC X(6).
002010     05 FILLER PIC X(34) VALUE SPACES.
002020 01 WS-LINEA-VARIACION.
002030     05 LV-CCOSTO PIC X(4).
002040     05 FILLER PIC X(2) VALUE SPACES.
002050     05 LV-PRES PIC Z(12)9.
002060     05 FILLER PIC X(1) VALUE SPACE.
002070     05 LV-REAL PIC Z(12)9.
002080     05 FILLER PIC X(1) VALUE SPACE.
002090     05 LV-VARIACION PIC -(13)9.
002100     05 FILLER PIC X(1) VALUE SPACE.
002110     05 LV-PCT PIC -(4)9.
002120     05 FILLER PIC X(2) VALUE SPACES.
002130     05 LV-MARCA PIC X(10).
002140     05 FILLER PIC X(14) VALUE SPACES.
002150 01 WS-LINEA-EXCEPCION.
002160     05 LX-CCOSTO PIC X(4).
002170     05 FILLER PIC X(2) VALUE SPACES.
002180     05 LX-IMPORTE-1 PIC Z(12)9.
002190     05 FILLER PIC X(1) VALUE SPACE.
002200     05 LX-IMPORTE-2 PIC Z(12)9.
002210     05 FILLER PIC X(2) VALUE SPACES.
002220     05 LX-TEXTO PIC X(30).
002230     05 FILLER PIC X(15) VALUE SPACES.
002240 01 WS-LINEA-NOTA.
002250     05 FILLER PIC X(6) VALUE SPACES.
002260     05 LN-TEXTO PIC X(40).
002270     05 FILLER PIC X(34) VALUE SPACES.
002280*-----------------------
002290 PROCEDURE DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002310 MAIN-PROCEDURE.
002320**
002330* Load the plan and the year's actual, then print the month, the
002340* year to date, the projection and the two exception lists.
002350**
002360     PERFORM 1000-COMIENZO
002370     PERFORM 1100-CARGAR-CCOSTOS
002380     PERFORM 1200-CARGAR-PRESUPUESTO
002390     PERFORM 2000-LEER-ARCHIVO
002400        VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MES
002410     MOVE '../historia.txt' TO WS-PERIODO-PATH
002420     PERFORM 2100-LEER-PERIODO
002430     PERFORM 2500-ESCRIBIR-REPORTE
002440     MOVE 'FIN OK' TO WS-JOB-ESTADO
002450     MOVE ZERO TO WS-RETORNO
002460     IF WS-CNT-EXCEDIDOS > ZERO OR WS-CNT-SIN-PRES > ZERO OR
002470        WS-CNT-INEXIST > ZERO THEN
002480        MOVE 4 TO WS-RETORNO
002490     END-IF
002500     PERFORM 3000-FINALISIMA
002510     STOP RUN.
002520 1000-COMIENZO.
002530     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
002540     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002550*
002560* Zero or no parameter is the month just closed; a month of the
002570* future has no actual to compare and is refused.
002580*
002590     MOVE 'PRESUPUESTO_PERIODO' TO WS-PARAM-CLAVE.
002600     PERFORM 1900-LEER-PARAMETRO.
002610     IF WS-PARAM-ESTADO = '00' THEN
002620        COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PARAM-VALOR)
002630     ELSE
002640        MOVE ZERO TO WS-PERIODO
002650     END-IF.
002660     IF WS-PERIODO = ZERO THEN
002670        IF WS-MES-HOY = 1 THEN
002680           COMPUTE WS-ANO = WS-ANO-HOY - 1
002690           MOVE 12 TO WS-MES
002700        ELSE
002710           MOVE WS-ANO-HOY TO WS-ANO
002720           COMPUTE WS-MES = WS-MES-HOY - 1
002730        END-IF
002740     END-IF.
002750     IF WS-MES < 1 OR WS-MES > 12 OR
002760        WS-PERIODO > WS-FECHA-HOY(1:6) THEN
002770        display 'PRESUPUESTO_PERIODO INVALIDO: ' WS-PERIODO
002780        PERFORM 3000-FINALISIMA
002790     END-IF.
002800     DISPLAY 'PARAMETROS EFECTIVOS - PRESUPUESTO'.
002810     DISPLAY '  PRESUPUESTO_PERIODO : ' WS-PERIODO.
002820     OPEN OUTPUT arc-reporte.
002830     IF NOT rep-ok THEN
002840        display 'estado-rep: ' estado-rep
002850        PERFORM 3000-FINALISIMA
002860     END-IF.
002870     WRITE REPORTE-LINE FROM WS-ENC1.
002880     MOVE 'PRESUPUESTO_PERIODO' TO LPA-CLAVE.
002890     MOVE WS-PERIODO TO LPA-VALOR.
002900     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
002910     WRITE REPORTE-LINE FROM WS-ENC3.
002920 1900-LEER-PARAMETRO.
002930     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
002940        WS-PARAM-ESTADO.
002950     IF WS-PARAM-ESTADO = '99' THEN
002960        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
002970        PERFORM 3000-FINALISIMA
002980     END-IF.
002990 1100-CARGAR-CCOSTOS.
003000     OPEN INPUT arc-ccostos.
003010     IF CCO-NO-ARCHIVO THEN
003020        display 'NO EXISTE LA TABLA DE CENTROS DE COSTO'
003030        PERFORM 3000-FINALISIMA
003040     END-IF.
003050     IF NOT CCO-OK THEN
003060        display 'ESTADO-CCO: ' ESTADO-CCO
003070        PERFORM 3000-FINALISIMA
003080     END-IF.
003090     MOVE 'N' TO WS-CCO-FIN.
003100     PERFORM 1110-CARGAR-CCO-ITEM UNTIL WS-CCO-FIN = 'S'.
003110     CLOSE arc-ccostos.
003120 1110-CARGAR-CCO-ITEM.
003130     READ arc-ccostos
003140         AT END
003150             MOVE 'S' TO WS-CCO-FIN
003160         NOT AT END
003170             IF WS-CCO-CNT < 100 THEN
003180                add 1 to WS-CCO-CNT
003190                MOVE CCO-CODIGO TO WS-CCO-CODIGO(WS-CCO-CNT)
003200             ELSE
003210                display 'TABLA DE CCOSTOS LLENA: ' CCO-CODIGO
003215                PERFORM 3000-FINALISIMA
003220             END-IF
003230     END-READ.
003240 1200-CARGAR-PRESUPUESTO.
003250*
003260* Only the lines of the report year are kept; the file may hold
003270* several years of plan.
003280*
003290     OPEN INPUT arc-presupuestos.
003300     IF pre-no-archivo THEN
003310        display 'NO EXISTE EL ARCHIVO DE PRESUPUESTO'
003320        PERFORM 3000-FINALISIMA
003330     END-IF.
003340     IF NOT pre-ok THEN
003350        display 'estado-pre: ' estado-pre
003360        PERFORM 3000-FINALISIMA
003370     END-IF.
003380     MOVE 'N' TO WS-PRE-FIN.
003390     PERFORM 1210-LEER-PRESUPUESTO UNTIL WS-PRE-FIN = 'S'.
003400     CLOSE arc-presupuestos.
003410 1210-LEER-PRESUPUESTO.
003420     READ arc-presupuestos
003430         AT END
003440             MOVE 'S' TO WS-PRE-FIN
003450         NOT AT END
003460             add 1 to WS-CNT-PRES-LEIDOS
003470             PERFORM 1220-GUARDAR-PRESUPUESTO
003480     END-READ.
003490     IF NOT pre-ok AND estado-pre not = '10' then
003500        display 'estado-pre: ' estado-pre
003510        PERFORM 3000-FINALISIMA
003520     END-IF.
003530 1220-GUARDAR-PRESUPUESTO.
003540     IF PRE-CCOSTO = SPACES OR PRE-PERIODO NOT NUMERIC OR
003550        PRE-IMPORTE NOT NUMERIC OR PRE-MES < 1 OR PRE-MES > 12
003560     THEN
003570        add 1 to WS-CNT-PRES-INVAL
003580        display 'LINEA DE PRESUPUESTO INVALIDA: ' PRESUPUESTO-REC
003590        EXIT PARAGRAPH
003600     END-IF.
003610     IF PRE-ANO NOT = WS-ANO THEN
003620        add 1 to WS-CNT-OTRO-ANO
003630        EXIT PARAGRAPH
003640     END-IF.
003650     MOVE PRE-CCOSTO TO WS-BUSCA-CCOSTO.
003660     PERFORM 2300-UBICAR-CENTRO.
003670     MOVE 'S' TO WS-T-CON-PRES(WS-HALLADO).
003680     add PRE-IMPORTE to WS-T-PRES(WS-HALLADO, PRE-MES).
003690 2000-LEER-ARCHIVO.
003700     MOVE WS-ANO TO WS-ARCHIVO-ANO.
003710     MOVE WS-M TO WS-ARCHIVO-MES.
003720     MOVE SPACES TO WS-PERIODO-PATH.
003730     STRING '../historia.' DELIMITED BY SIZE
003740            WS-ARCHIVO-PERIODO DELIMITED BY SIZE
003750            INTO WS-PERIODO-PATH.
003760     PERFORM 2100-LEER-PERIODO.
003770     IF per-ok THEN
003780        add 1 to WS-CNT-ARCHIVOS
003790     END-IF.
003800 2100-LEER-PERIODO.
003810*
003820* The close moves a month's rows from historia.txt into its
003830* archive, so the archives and the live file never share a row;
003840* the live file holds the months not closed yet.
003850*
003860     OPEN INPUT arc-periodo.
003870     IF per-no-archivo THEN
003880        EXIT PARAGRAPH
003890     END-IF.
003900     IF NOT per-ok THEN
003910        display 'estado-per: ' estado-per ' ' WS-PERIODO-PATH
003920        PERFORM 3000-FINALISIMA
003930     END-IF.
003940     MOVE 'N' TO WS-PER-FIN.
003950     PERFORM 2110-LEER-HISTORIA UNTIL WS-PER-FIN = 'S'.
003960     CLOSE arc-periodo.
003970 2110-LEER-HISTORIA.
003980     READ arc-periodo
003990         AT END
004000             MOVE 'S' TO WS-PER-FIN
004010         NOT AT END
004020             IF (HIST-DETALLE OR HIST-FINIQUITO OR
004025                 HIST-PREMIO) AND
004030                hist-ano = WS-ANO AND hist-mes NOT > WS-MES AND
004040                hist-mes > ZERO THEN
004050                PERFORM 2200-ACUMULAR-REAL
004060             END-IF
004070     END-READ.
004080     IF NOT per-ok AND estado-per not = '10' then
004090        display 'estado-per: ' estado-per
004100        PERFORM 3000-FINALISIMA
004110     END-IF.
004120 2200-ACUMULAR-REAL.
004130     add 1 to WS-CNT-FILAS.
004140     MOVE hist-ccosto TO WS-BUSCA-CCOSTO.
004150     PERFORM 2300-UBICAR-CENTRO.
004160     add hist-sueldo to WS-T-REAL(WS-HALLADO, hist-mes).
004170 2300-UBICAR-CENTRO.
004180*
004190* A table entry for WS-BUSCA-CCOSTO, created empty the first time
004200* the code shows up. A full table stops the run: a center left
004210* out would make the totals lie.
004220*
004230     MOVE ZERO TO WS-HALLADO.
004240     PERFORM 2310-BUSCAR-CENTRO
004250        VARYING WS-I FROM 1 BY 1
004260        UNTIL WS-I > WS-CTR-CNT OR WS-HALLADO > ZERO.
004270     IF WS-HALLADO > ZERO THEN
004280        EXIT PARAGRAPH
004290     END-IF.
004300     IF WS-CTR-CNT NOT < 100 THEN
004310        display 'TABLA DE CENTROS LLENA: ' WS-BUSCA-CCOSTO
004320        PERFORM 3000-FINALISIMA
004330     END-IF.
004340     add 1 to WS-CTR-CNT.
004350     MOVE WS-CTR-CNT TO WS-HALLADO.
004360     INITIALIZE WS-CTR-ITEM(WS-HALLADO).
004370     MOVE WS-BUSCA-CCOSTO TO WS-T-CCOSTO(WS-HALLADO).
004380     MOVE 'N' TO WS-T-CON-PRES(WS-HALLADO).
004390     MOVE 'N' TO WS-EN-CCOSTOS.
004400     PERFORM 2320-BUSCAR-CCOSTOS
004410        VARYING WS-J FROM 1 BY 1
004420        UNTIL WS-J > WS-CCO-CNT OR WS-EN-CCOSTOS = 'S'.
004430     MOVE WS-EN-CCOSTOS TO WS-T-EN-CCOSTOS(WS-HALLADO).
004440 2310-BUSCAR-CENTRO.
004450     IF WS-T-CCOSTO(WS-I) = WS-BUSCA-CCOSTO THEN
004460        MOVE WS-I TO WS-HALLADO
004470     END-IF.
004480 2320-BUSCAR-CCOSTOS.
004490     IF WS-CCO-CODIGO(WS-J) = WS-BUSCA-CCOSTO THEN
004500        MOVE 'S' TO WS-EN-CCOSTOS
004510     END-IF.
004520 2500-ESCRIBIR-REPORTE.
004530     MOVE 'M' TO WS-SECCION.
004540     MOVE 'MES' TO LS-TEXTO.
004550     PERFORM 2510-SECCION-VARIACION.
004560     MOVE 'A' TO WS-SECCION.
004570     MOVE 'ACUMULADO DEL ANO AL' TO LS-TEXTO.
004580     PERFORM 2510-SECCION-VARIACION.
004590     MOVE 'P' TO WS-SECCION.
004600     MOVE 'PROYECCION ANUAL AL RITMO DEL ANO AL' TO LS-TEXTO.
004610     PERFORM 2510-SECCION-VARIACION.
004620     PERFORM 2600-SECCION-SIN-PRES.
004630     PERFORM 2700-SECCION-INEXIST.
004640 2510-SECCION-VARIACION.
004650     MOVE WS-PERIODO TO LS-PERIODO.
004660     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
004670     WRITE REPORTE-LINE FROM WS-LINEA-SECCION.
004680     IF SECCION-PROY THEN
004690        WRITE REPORTE-LINE FROM WS-ENC-PROYECCION
004700     ELSE
004710        WRITE REPORTE-LINE FROM WS-ENC-VARIACION
004720     END-IF.
004730     WRITE REPORTE-LINE FROM WS-ENC3.
004740     INITIALIZE WS-TOTALES.
004750     PERFORM 2520-LINEA-VARIACION
004760        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CTR-CNT.
004770     WRITE REPORTE-LINE FROM WS-ENC3.
004780     MOVE 'TOT.' TO LV-CCOSTO.
004790     MOVE WS-TOT-PRES TO WS-COMP-PRES.
004800     MOVE WS-TOT-REAL TO WS-COMP-REAL.
004810     PERFORM 2540-ARMAR-VARIACION.
004820     WRITE REPORTE-LINE FROM WS-LINEA-VARIACION.
004830     IF NOT rep-ok THEN
004840        display 'estado-rep: ' estado-rep
004850        PERFORM 3000-FINALISIMA
004860     END-IF.
004870 2520-LINEA-VARIACION.
004880*
004890* Only centers with a budget line compare; the rest are the
004900* first exceptions section.
004910*
004920     IF WS-T-CON-PRES(WS-I) NOT = 'S' THEN
004930        EXIT PARAGRAPH
004940     END-IF.
004950     PERFORM 2530-SUMAR-MESES.
004960     EVALUATE TRUE
004970         WHEN SECCION-MES
004980             MOVE WS-PRES-MES TO WS-COMP-PRES
004990             MOVE WS-REAL-MES TO WS-COMP-REAL
005000         WHEN SECCION-ACUM
005010             MOVE WS-PRES-ACUM TO WS-COMP-PRES
005020             MOVE WS-REAL-ACUM TO WS-COMP-REAL
005030         WHEN SECCION-PROY
005040             MOVE WS-PRES-ANUAL TO WS-COMP-PRES
005050             MOVE WS-PROYECTADO TO WS-COMP-REAL
005060     END-EVALUATE.
005070     add WS-COMP-PRES to WS-TOT-PRES.
005080     add WS-COMP-REAL to WS-TOT-REAL.
005090     MOVE WS-T-CCOSTO(WS-I) TO LV-CCOSTO.
005100     PERFORM 2540-ARMAR-VARIACION.
005110     IF WS-COMP-REAL > WS-COMP-PRES AND NOT SECCION-PROY THEN
005120        add 1 to WS-CNT-EXCEDIDOS
005130     END-IF.
005140     WRITE REPORTE-LINE FROM WS-LINEA-VARIACION.
005150 2530-SUMAR-MESES.
005160*
005170* The run rate is the actual of the months elapsed, carried to
005180* twelve.
005190*
005200     MOVE WS-T-PRES(WS-I, WS-MES) TO WS-PRES-MES.
005210     MOVE WS-T-REAL(WS-I, WS-MES) TO WS-REAL-MES.
005220     MOVE ZERO TO WS-PRES-ACUM WS-REAL-ACUM WS-PRES-ANUAL.
005230     PERFORM 2535-SUMAR-MES
005240        VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
005250     COMPUTE WS-PROYECTADO ROUNDED = WS-REAL-ACUM * 12 / WS-MES.
005260 2535-SUMAR-MES.
005270     add WS-T-PRES(WS-I, WS-M) to WS-PRES-ANUAL.
005280     IF WS-M NOT > WS-MES THEN
005290        add WS-T-PRES(WS-I, WS-M) to WS-PRES-ACUM
005300        add WS-T-REAL(WS-I, WS-M) to WS-REAL-ACUM
005310     END-IF.
005320 2540-ARMAR-VARIACION.
005330     COMPUTE WS-VARIACION = WS-COMP-REAL - WS-COMP-PRES.
005340     MOVE WS-COMP-PRES TO LV-PRES.
005350     MOVE WS-COMP-REAL TO LV-REAL.
005360     MOVE WS-VARIACION TO LV-VARIACION.
005370     IF WS-COMP-PRES > ZERO THEN
005380        COMPUTE WS-VAR-PCT ROUNDED =
005390           WS-VARIACION * 100 / WS-COMP-PRES
005400           ON SIZE ERROR
005410              MOVE 99999 TO WS-VAR-PCT
005420        END-COMPUTE
005430     ELSE
005440        MOVE ZERO TO WS-VAR-PCT
005450     END-IF.
005460     MOVE WS-VAR-PCT TO LV-PCT.
005470     IF WS-COMP-REAL > WS-COMP-PRES THEN
005480        IF SECCION-PROY THEN
005490           MOVE 'SE EXCEDE' TO LV-MARCA
005500        ELSE
005510           MOVE 'EXCEDIDO' TO LV-MARCA
005520        END-IF
005530     ELSE
005540        MOVE SPACES TO LV-MARCA
005550     END-IF.
005560 2600-SECCION-SIN-PRES.
005570     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
005580     MOVE 'EXCEPCIONES - GASTO SIN PRESUPUESTO AL' TO LS-TEXTO.
005590     MOVE WS-PERIODO TO LS-PERIODO.
005600     WRITE REPORTE-LINE FROM WS-LINEA-SECCION.
005610     WRITE REPORTE-LINE FROM WS-ENC-SIN-PRES.
005620     WRITE REPORTE-LINE FROM WS-ENC3.
005630     MOVE ZERO TO WS-CNT-EXC-SECCION.
005640     PERFORM 2610-LINEA-SIN-PRES
005650        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CTR-CNT.
005660     IF WS-CNT-EXC-SECCION = ZERO THEN
005670        MOVE '(NINGUNO)' TO LN-TEXTO
005680        WRITE REPORTE-LINE FROM WS-LINEA-NOTA
005690     END-IF.
005700 2610-LINEA-SIN-PRES.
005710     IF WS-T-CON-PRES(WS-I) = 'S' THEN
005720        EXIT PARAGRAPH
005730     END-IF.
005740     PERFORM 2530-SUMAR-MESES.
005750     IF WS-REAL-ACUM = ZERO THEN
005760        EXIT PARAGRAPH
005770     END-IF.
005780     add 1 to WS-CNT-SIN-PRES WS-CNT-EXC-SECCION.
005790     MOVE WS-T-CCOSTO(WS-I) TO LX-CCOSTO.
005800     MOVE WS-REAL-MES TO LX-IMPORTE-1.
005810     MOVE WS-REAL-ACUM TO LX-IMPORTE-2.
005820     IF WS-T-EN-CCOSTOS(WS-I) = 'S' THEN
005830        MOVE 'SIN LINEA DE PRESUPUESTO' TO LX-TEXTO
005840     ELSE
005850        MOVE 'SIN PRESUPUESTO NI EN CCOSTOS' TO LX-TEXTO
005860     END-IF.
005870     WRITE REPORTE-LINE FROM WS-LINEA-EXCEPCION.
005880 2700-SECCION-INEXIST.
005890     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
005900     MOVE 'EXCEPCIONES - CCOSTO PRESUPUESTADO QUE' TO LS-TEXTO.
005910     MOVE SPACES TO LS-PERIODO.
005920     WRITE REPORTE-LINE FROM WS-LINEA-SECCION.
005930     MOVE '  NO ESTA EN CCOSTOS.TXT' TO LS-TEXTO.
005940     WRITE REPORTE-LINE FROM WS-LINEA-SECCION.
005950     WRITE REPORTE-LINE FROM WS-ENC-INEXIST.
005960     WRITE REPORTE-LINE FROM WS-ENC3.
005970     MOVE ZERO TO WS-CNT-EXC-SECCION.
005980     PERFORM 2710-LINEA-INEXIST
005990        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CTR-CNT.
006000     IF WS-CNT-EXC-SECCION = ZERO THEN
006010        MOVE '(NINGUNO)' TO LN-TEXTO
006020        WRITE REPORTE-LINE FROM WS-LINEA-NOTA
006030     END-IF.
006040     IF NOT rep-ok THEN
006050        display 'estado-rep: ' estado-rep
006060        PERFORM 3000-FINALISIMA
006070     END-IF.
006080 2710-LINEA-INEXIST.
006090     IF WS-T-CON-PRES(WS-I) NOT = 'S' OR
006100        WS-T-EN-CCOSTOS(WS-I) = 'S' THEN
006110        EXIT PARAGRAPH
006120     END-IF.
006130     PERFORM 2530-SUMAR-MESES.
006140     add 1 to WS-CNT-INEXIST WS-CNT-EXC-SECCION.
006150     MOVE WS-T-CCOSTO(WS-I) TO LX-CCOSTO.
006160     MOVE WS-PRES-MES TO LX-IMPORTE-1.
006170     MOVE WS-PRES-ANUAL TO LX-IMPORTE-2.
006180     IF WS-REAL-ACUM > ZERO THEN
006190        MOVE 'CON GASTO EN EL ANO' TO LX-TEXTO
006200     ELSE
006210        MOVE 'SIN GASTO EN EL ANO' TO LX-TEXTO
006220     END-IF.
006230     WRITE REPORTE-LINE FROM WS-LINEA-EXCEPCION.
006240 3000-FINALISIMA.
006250     PERFORM 3010-REPORTE-TOTALES.
006260     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
006270     CLOSE arc-reporte.
006280     DISPLAY "parrafo final".
006290     DISPLAY "RETORNO: " WS-RETORNO.
006300     MOVE WS-RETORNO TO RETURN-CODE.
006310     STOP RUN.
006320 3010-REPORTE-TOTALES.
006330     DISPLAY "-----------------------------------------".
006340     DISPLAY "  RESUMEN - PRESUPUESTO.CBL".
006350     DISPLAY "-----------------------------------------".
006360     DISPLAY "  LINEAS DE PRESUPUESTO : " WS-CNT-PRES-LEIDOS.
006370     DISPLAY "  INVALIDAS             : " WS-CNT-PRES-INVAL.
006380     DISPLAY "  DE OTRO ANO           : " WS-CNT-OTRO-ANO.
006390     DISPLAY "  ARCHIVOS LEIDOS       : " WS-CNT-ARCHIVOS.
006400     DISPLAY "  FILAS DE HISTORIA     : " WS-CNT-FILAS.
006410     DISPLAY "  CENTROS DE COSTO      : " WS-CTR-CNT.
006420     DISPLAY "  EXCEDIDOS             : " WS-CNT-EXCEDIDOS.
006430     DISPLAY "  GASTO SIN PRESUPUESTO : " WS-CNT-SIN-PRES.
006440     DISPLAY "  CCOSTO INEXISTENTE    : " WS-CNT-INEXIST.
006450     DISPLAY "-----------------------------------------".
006460** add other procedures here
006470 END PROGRAM PRESUPUESTO.
