000010*****************************************************************
000020* Author:
000030* Date:
000040* Purpose: Annual earnings certificate. Gathers one calendar
000050*          year of pay history for each identi from the monthly
000060*          archives historia.AAAA01 to historia.AAAA12 and the
000070*          live historia.txt: gross sueldo of the pay rows ('D')
000080*          and of a final settlement ('F'), days attended,
000090*          deductions withheld ('R' rows), and the net. AJUSTE's
000100*          retroactive corrections of the year (ajustes.txt) are
000110*          listed on the certificate. Prompts for the identi like
000120*          EXPEDIENTE: zero is the year-end run, a certificate per
000130*          employee in certificados.txt and the annual summary
000140*          resumen_anual.txt for the tax authority upload, with a
000150*          control trailer (count, gross and deduction totals);
000160*          an identi is the certificate of that employee alone,
000170*          mid-year included, and writes no summary.
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program. The history rows release into
000220*                    one sort on identi, so no table limits the
000230*                    roster. AJUSTE rewrites the corrected pay
000240*                    rows in historia itself, so the gross already
000250*                    includes its corrections; the ajustes.txt
000260*                    amount prints as the part of the gross that
000270*                    came from them, not on top of it. Names come
000280*                    from the employee master, for a baja from the
000290*                    before image of its 'B' journal record.
000300*                    RETURN-CODE 0 clean, 4 with a name not
000310*                    found, 12 on a stop.
000312*   2026-10-15  BMD  PREMIO's bonus rows ('P') count in the
000314*                    gross and the net and print as DE LA CUAL
000316*                    PREMIOS.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. CERTIFICA.
000360 ENVIRONMENT DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 CONFIGURATION SECTION.
000390*-----------------------
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     select arc-historia assign to '../historia.txt'
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS estado-his.
000450     select arc-archivo assign to DYNAMIC WS-ARCHIVO-PATH
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS estado-arh.
000480     select arc-ajustes assign to '../ajustes.txt'
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS estado-aju.
000510     select arc-empleados assign to '../empleados.dat'
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS DYNAMIC
000540     RECORD KEY IS EMP-ID
000550     FILE STATUS IS ESTADO-EMP.
000560     select arc-journal assign to '../emp_journal.txt'
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS estado-jrn.
000590     select arc-certificado assign to '../certificados.txt'
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS estado-cer.
000620     select arc-resumen assign to '../resumen_anual.txt'
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS estado-res.
000650     select arc-orden assign to '../certifica.tmp'.
000660*-----------------------
000670 DATA DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 FILE SECTION.
000700 FD arc-historia
000710 RECORDING MODE IS F.
000720 01 HISTORIA-REC PIC X(55).
000730 FD arc-archivo
000740 RECORDING MODE IS F.
000750 01 ARCHIVO-REC PIC X(55).
000760 FD arc-ajustes
000770 RECORDING MODE IS F.
000780 01 AJUSTE-REC.
000790     05 AJU-FECHA PIC 9(8).
000800     05 AJU-IDENTI PIC 9(6).
000810     05 AJU-SIGNO PIC X(1).
000820     05 AJU-MONTO PIC 9(9).
000830 FD arc-empleados
000840 RECORDING MODE IS F.
000850 01 EMPLEADO-REC.
000860     05 EMP-ID PIC 9(6).
000870     05 EMP-NOM PIC X(20).
000880     05 EMP-APE PIC X(20).
000890     05 EMP-SUELDO PIC 9(7)V99.
000900     05 EMP-CUENTA PIC 9(10).
000910     05 EMP-CCOSTO PIC X(4).
000920     05 EMP-CTA-ESTADO PIC X(1).
000930 FD arc-journal
000940 RECORDING MODE IS F.
000950 01 JOURNAL-REC.
000960     05 JR-TIPO PIC X(1).
000970         88 JR-BAJA VALUE 'B'.
000980     05 JR-FECHA PIC 9(8).
000990     05 JR-HORA PIC 9(8).
001000     05 JR-ANTES.
001010         10 JR-ANT-ID PIC 9(6).
001020         10 JR-ANT-NOM PIC X(20).
001030         10 JR-ANT-APE PIC X(20).
001040         10 FILLER PIC X(24).
001050     05 JR-DESPUES PIC X(70).
001060     05 JR-SOLICITANTE PIC X(8).
001070     05 JR-APROBADOR PIC X(8).
001080 FD arc-certificado
001090 RECORDING MODE IS F.
001100 01 CERTIFICADO-LINE PIC X(80).
001110 FD arc-resumen
001120 RECORDING MODE IS F.
001130 01 RESUMEN-REC PIC X(60).
001140 SD arc-orden.
001150 01 sort-reg.
001160     05 sort-identi PIC 9(6).
001170     05 sort-tipo PIC X(1).
001180         88 SORT-PAGO VALUE 'D'.
001190         88 SORT-FINIQUITO VALUE 'F'.
001195         88 SORT-PREMIO VALUE 'P'.
001200         88 SORT-RETENCION VALUE 'R'.
001210         88 SORT-AJUSTE VALUE 'A'.
001220     05 sort-sueldo PIC 9(9).
001230     05 sort-neto PIC 9(9).
001240     05 sort-dias PIC 9(3).
001250     05 sort-extra PIC 9(9).
001260     05 sort-signo PIC X(1).
001270*-----------------------
001280 WORKING-STORAGE SECTION.
001290 01 estado-his PIC X(2).
001300     88 his-ok value '00'.
001310     88 his-no-archivo value '35'.
001320 01 estado-arh PIC X(2).
001330     88 arh-ok value '00'.
001340     88 arh-no-archivo value '35'.
001350 01 estado-aju PIC X(2).
001360     88 aju-ok value '00'.
001370     88 aju-no-archivo value '35'.
001380 01 ESTADO-EMP PIC X(2).
001390     88 EMP-OK VALUE '00'.
001400     88 EMP-NO-EXISTE VALUE '23'.
001410     88 EMP-NO-ARCHIVO VALUE '35'.
001420 01 estado-jrn PIC X(2).
001430     88 jrn-ok value '00'.
001440     88 jrn-no-archivo value '35'.
001450 01 estado-cer PIC X(2).
001460     88 cer-ok value '00'.
001470 01 estado-res PIC X(2).
001480     88 res-ok value '00'.
001490 01 WS-JOB-NAME PIC X(20) VALUE 'CERTIFICA'.
001500 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
001510 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
001520 01 WS-RETORNO PIC 9(2) VALUE 12.
001530 01 WS-ARCHIVO-PATH PIC X(100).
001540 01 WS-FECHA-RUN PIC 9(8).
001550 01 WS-FECHA-RUN-R REDEFINES WS-FECHA-RUN.
001560     05 WS-ANIO-RUN PIC 9(4).
001570     05 FILLER PIC 9(4).
001580 01 WS-ID-ENTRADA PIC X(10).
001590 01 WS-ANIO-ENTRADA PIC X(10).
001600 01 WS-ID-BUSCADO PIC 9(6) VALUE ZERO.
001610 01 WS-ANIO PIC 9(4).
001620 01 WS-FECHA-DESDE PIC 9(8).
001630 01 WS-FECHA-HASTA PIC 9(8).
001640 01 WS-PERIODO-BUSCA PIC 9(6).
001650 01 WS-PERIODO-BUSCA-R REDEFINES WS-PERIODO-BUSCA.
001660     05 WS-ANIO-BUSCA PIC 9(4).
001670     05 WS-MES-BUSCA PIC 9(2).
001680 01 WS-UNO-SOLO PIC X(1) VALUE 'N'.
001690 01 WS-HIS-FIN PIC X(1) VALUE 'N'.
001700 01 WS-AJU-FIN PIC X(1) VALUE 'N'.
001710 01 WS-JRN-FIN PIC X(1) VALUE 'N'.
001720 01 WS-RET-FIN PIC X(1) VALUE 'N'.
001730 01 WS-HISTORIA.
001740     05 hist-fecha PIC 9(8).
001750     05 hist-tipo PIC X(1).
001760         88 HIST-DETALLE VALUE 'D'.
001770         88 HIST-RETENCION VALUE 'R'.
001780         88 HIST-FINIQUITO VALUE 'F'.
001785         88 HIST-PREMIO VALUE 'P'.
001790     05 hist-identi PIC 9(6).
001800     05 hist-sueldo PIC 9(9).
001810     05 hist-dias PIC 9(3).
001820     05 hist-sancion PIC X(1).
001830     05 hist-exc-tipo PIC X(1).
001840     05 hist-ccosto PIC X(4).
001850     05 hist-neto PIC 9(9).
001860     05 hist-concepto PIC X(4).
001870     05 hist-extra PIC 9(9).
001880*
001890* Names of bajas, from the before image of their journal 'B'
001900* record; the master no longer has them.
001910*
001920 01 WS-MAX-BAJ PIC 9(4) COMP VALUE 500.
001930 01 WS-BAJ-CNT PIC 9(4) COMP VALUE ZERO.
001940 01 WS-TABLA-BAJAS.
001950     05 WS-BAJ-ITEM OCCURS 500 TIMES.
001960         10 WS-J-IDENTI PIC 9(6).
001970         10 WS-J-NOM PIC X(20).
001980         10 WS-J-APE PIC X(20).
001990 01 WS-I PIC 9(4) COMP.
002000 01 WS-NOMBRE-HALLADO PIC X(1).
002010*
002020* The employee being gathered.
002030*
002040 01 WS-ACT-IDENTI PIC 9(6).
002050 01 WS-HAY-ACTUAL PIC X(1) VALUE 'N'.
002060 01 WS-ACT-NOM PIC X(20).
002070 01 WS-ACT-APE PIC X(20).
002080 01 WS-ACUMULADOS.
002090     05 WS-A-BRUTO PIC 9(11).
002100     05 WS-A-EXTRA PIC 9(11).
002110     05 WS-A-FINIQUITO PIC 9(11).
002115     05 WS-A-PREMIO PIC 9(11).
002120     05 WS-A-DESCUENTOS PIC 9(11).
002130     05 WS-A-NETO PIC 9(11).
002140     05 WS-A-DIAS PIC 9(5).
002150     05 WS-A-PAGOS PIC 9(3).
002160     05 WS-A-AJUSTES PIC S9(11).
002170 01 WS-CONTADORES.
002180     05 WS-CNT-FILAS      PIC 9(6) COMP VALUE ZERO.
002190     05 WS-CNT-ARCHIVOS   PIC 9(6) COMP VALUE ZERO.
002200     05 WS-CNT-AJUSTES    PIC 9(6) COMP VALUE ZERO.
002210     05 WS-CNT-CERTIF     PIC 9(6) COMP VALUE ZERO.
002220     05 WS-CNT-SIN-NOMBRE PIC 9(6) COMP VALUE ZERO.
002230 01 WS-TOT-BRUTO PIC 9(13) VALUE ZERO.
002240 01 WS-TOT-DESCUENTOS PIC 9(13) VALUE ZERO.
002250 01 WS-TOT-NETO PIC 9(13) VALUE ZERO.
002260*
002270* Annual summary for the tax authority: header, one detail per
002280* identi, trailer with the count and the control totals.
002290*
002300 01 WS-RES-CABECERA.
002310     05 FILLER PIC X(1) VALUE 'H'.
002320     05 RC-ANIO PIC 9(4).
002330     05 RC-FECHA PIC 9(8).
002340     05 FILLER PIC X(47) VALUE SPACES.
002350 01 WS-RES-DETALLE.
002360     05 FILLER PIC X(1) VALUE 'D'.
002370     05 RD-IDENTI PIC 9(6).
002380     05 RD-BRUTO PIC 9(11).
002390     05 RD-DESCUENTOS PIC 9(11).
002400     05 RD-NETO PIC 9(11).
002410     05 RD-DIAS PIC 9(5).
002420     05 FILLER PIC X(15) VALUE SPACES.
002430 01 WS-RES-COLA.
002440     05 FILLER PIC X(1) VALUE 'T'.
002450     05 RT-CANTIDAD PIC 9(6).
002460     05 RT-BRUTO PIC 9(13).
002470     05 RT-DESCUENTOS PIC 9(13).
002480     05 RT-NETO PIC 9(13).
002490     05 FILLER PIC X(14) VALUE SPACES.
002500*
002510* The certificate.
002520*
002530 01 WS-ENC3 PIC X(80) VALUE ALL "=".
002540 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
002550 01 WS-CER-TITULO.
002560     05 FILLER PIC X(38) VALUE
002570        "  CERTIFICADO DE REMUNERACIONES - ANO ".
002580     05 CT-ANIO PIC 9(4).
002590     05 FILLER PIC X(38) VALUE SPACES.
002600 01 WS-CER-EMPLEADO.
002610     05 FILLER PIC X(10) VALUE "  IDENTI: ".
002620     05 CE-IDENTI PIC 9(6).
002630     05 FILLER PIC X(3) VALUE SPACES.
002640     05 CE-APELLIDO PIC X(20).
002650     05 FILLER PIC X(1) VALUE SPACE.
002660     05 CE-NOMBRE PIC X(20).
002670     05 FILLER PIC X(20) VALUE SPACES.
002680 01 WS-CER-PERIODO.
002690     05 FILLER PIC X(19) VALUE "  PERIODO DESDE EL ".
002700     05 CP-DESDE PIC 9(8).
002710     05 FILLER PIC X(7) VALUE " HASTA ".
002720     05 CP-HASTA PIC 9(8).
002730     05 FILLER PIC X(38) VALUE SPACES.
002740 01 WS-CER-IMPORTE.
002750     05 FILLER PIC X(2) VALUE SPACES.
002760     05 CI-TEXTO PIC X(40).
002770     05 CI-VALOR PIC Z(10)9.
002780     05 FILLER PIC X(27) VALUE SPACES.
002790 01 WS-CER-AJUSTE.
002800     05 FILLER PIC X(2) VALUE SPACES.
002810     05 FILLER PIC X(40) VALUE
002820        "  DE LA CUAL AJUSTES RETROACTIVOS  :".
002830     05 CA-VALOR PIC -(10)9.
002840     05 FILLER PIC X(27) VALUE SPACES.
002850 01 WS-CER-EMISION.
002860     05 FILLER PIC X(13) VALUE "  EMITIDO EL ".
002870     05 CM-FECHA PIC 9(8).
002880     05 FILLER PIC X(59) VALUE SPACES.
002890*-----------------------
002900 PROCEDURE DIVISION.
002910*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002920 0000-MAINLINE SECTION.
002930 0000-PRINCIPAL.
002940**
002950* The year's history rows and adjustments sort on identi and
002960* each identi's totals print as its certificate.
002970**
002980     PERFORM 1000-COMIENZO.
002990     SORT arc-orden
003000        ON ASCENDING KEY sort-identi
003010        INPUT PROCEDURE IS 2200-ENTRADA
003020        OUTPUT PROCEDURE IS 2300-SALIDA.
003030     MOVE 'FIN OK' TO WS-JOB-ESTADO.
003040     MOVE ZERO TO WS-RETORNO.
003050     PERFORM 3000-FINALISIMA.
003060     STOP RUN.
003070 1000-COMIENZO.
003080     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
003090     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
003100     PERFORM 1010-PEDIR-DATOS.
003110     DISPLAY 'PARAMETROS EFECTIVOS - CERTIFICA'.
003120     DISPLAY '  ANO     : ' WS-ANIO.
003130     DISPLAY '  DESDE   : ' WS-FECHA-DESDE.
003140     DISPLAY '  HASTA   : ' WS-FECHA-HASTA.
003150     IF WS-UNO-SOLO = 'S' THEN
003160        DISPLAY '  IDENTI  : ' WS-ID-BUSCADO
003170     ELSE
003180        DISPLAY '  IDENTI  : TODOS'
003190     END-IF.
003200     OPEN INPUT arc-empleados.
003210     IF EMP-NO-ARCHIVO THEN
003220        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
003230        PERFORM 3000-FINALISIMA
003240     END-IF.
003250     IF NOT EMP-OK THEN
003260        display 'ESTADO-EMP: ' ESTADO-EMP
003270        PERFORM 3000-FINALISIMA
003280     END-IF.
003290     PERFORM 1100-CARGAR-BAJAS.
003300     OPEN OUTPUT arc-certificado.
003310     IF NOT cer-ok THEN
003320        display 'estado-cer: ' estado-cer
003330        PERFORM 3000-FINALISIMA
003340     END-IF.
003350     IF WS-UNO-SOLO = 'N' THEN
003360        OPEN OUTPUT arc-resumen
003370        IF NOT res-ok THEN
003380           display 'estado-res: ' estado-res
003390           PERFORM 3000-FINALISIMA
003400        END-IF
003410        MOVE WS-ANIO TO RC-ANIO
003420        MOVE WS-FECHA-RUN TO RC-FECHA
003430        WRITE RESUMEN-REC FROM WS-RES-CABECERA
003440     END-IF.
003450 1010-PEDIR-DATOS.
003460*
003470* Identi zero (or nothing) is the whole year-end run; the year
003480* defaults to the one just closed for it, and to the current
003490* year for a single certificate. A year still running is
003500* certified up to today.
003510*
003520     DISPLAY 'IDENTI DEL CERTIFICADO (0 PARA TODOS): '
003530        WITH NO ADVANCING.
003540     MOVE SPACES TO WS-ID-ENTRADA.
003550     ACCEPT WS-ID-ENTRADA.
003560     IF WS-ID-ENTRADA = SPACES THEN
003570        MOVE ZERO TO WS-ID-BUSCADO
003580     ELSE
003590        COMPUTE WS-ID-BUSCADO = FUNCTION NUMVAL(WS-ID-ENTRADA)
003600        ON SIZE ERROR
003610           display 'IDENTI INVALIDO: ' WS-ID-ENTRADA
003620           PERFORM 3000-FINALISIMA
003630        END-COMPUTE
003640     END-IF.
003650     IF WS-ID-BUSCADO > ZERO THEN
003660        MOVE 'S' TO WS-UNO-SOLO
003670     END-IF.
003680     DISPLAY 'ANO (AAAA, VACIO PARA EL HABITUAL): '
003690        WITH NO ADVANCING.
003700     MOVE SPACES TO WS-ANIO-ENTRADA.
003710     ACCEPT WS-ANIO-ENTRADA.
003720     IF WS-ANIO-ENTRADA = SPACES THEN
003730        IF WS-UNO-SOLO = 'S' THEN
003740           MOVE WS-ANIO-RUN TO WS-ANIO
003750        ELSE
003760           COMPUTE WS-ANIO = WS-ANIO-RUN - 1
003770        END-IF
003780     ELSE
003790        COMPUTE WS-ANIO = FUNCTION NUMVAL(WS-ANIO-ENTRADA)
003800        ON SIZE ERROR
003810           MOVE ZERO TO WS-ANIO
003820        END-COMPUTE
003830     END-IF.
003840     IF WS-ANIO < 2000 OR WS-ANIO > WS-ANIO-RUN THEN
003850        display 'ANO INVALIDO: ' WS-ANIO-ENTRADA
003860        PERFORM 3000-FINALISIMA
003870     END-IF.
003880     COMPUTE WS-FECHA-DESDE = WS-ANIO * 10000 + 101.
003890     COMPUTE WS-FECHA-HASTA = WS-ANIO * 10000 + 1231.
003900     IF WS-FECHA-HASTA > WS-FECHA-RUN THEN
003910        MOVE WS-FECHA-RUN TO WS-FECHA-HASTA
003920     END-IF.
003930 1100-CARGAR-BAJAS.
003940     OPEN INPUT arc-journal.
003950     IF jrn-no-archivo THEN
003960        EXIT PARAGRAPH
003970     END-IF.
003980     IF NOT jrn-ok THEN
003990        display 'estado-jrn: ' estado-jrn
004000        PERFORM 3000-FINALISIMA
004010     END-IF.
004020     PERFORM 1110-LEER-JOURNAL UNTIL WS-JRN-FIN = 'S'.
004030     CLOSE arc-journal.
004040 1110-LEER-JOURNAL.
004050     READ arc-journal
004060         AT END
004070             MOVE 'S' TO WS-JRN-FIN
004080         NOT AT END
004090             IF JR-BAJA THEN
004100                PERFORM 1120-GUARDAR-BAJA
004110             END-IF
004120     END-READ.
004130     IF NOT jrn-ok AND estado-jrn not = '10' then
004140        display 'estado-jrn: ' estado-jrn
004150        PERFORM 3000-FINALISIMA
004160     END-IF.
004170 1120-GUARDAR-BAJA.
004180     IF WS-UNO-SOLO = 'S' AND JR-ANT-ID NOT = WS-ID-BUSCADO THEN
004190        EXIT PARAGRAPH
004200     END-IF.
004210     IF WS-BAJ-CNT < WS-MAX-BAJ THEN
004220        add 1 to WS-BAJ-CNT
004230        MOVE JR-ANT-ID TO WS-J-IDENTI(WS-BAJ-CNT)
004240        MOVE JR-ANT-NOM TO WS-J-NOM(WS-BAJ-CNT)
004250        MOVE JR-ANT-APE TO WS-J-APE(WS-BAJ-CNT)
004260     ELSE
004270        display 'TABLA DE BAJAS LLENA: ' JR-ANT-ID
004280     END-IF.
004290 2200-ENTRADA SECTION.
004300 2210-LIBERAR-HISTORIA.
004310*
004320* The twelve archives of the year, then the live file for what
004330* is not archived yet. Each row counts once: the close moves a
004340* month's rows out of historia.txt into its archive.
004350*
004360     COMPUTE WS-PERIODO-BUSCA = WS-ANIO * 100 + 1.
004370     PERFORM 2270-LEER-ARCHIVO
004380        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12.
004390     OPEN INPUT arc-historia.
004400     IF his-ok THEN
004410        MOVE 'N' TO WS-HIS-FIN
004420        PERFORM 2260-LEER-HISTORIA UNTIL WS-HIS-FIN = 'S'
004430        CLOSE arc-historia
004440     ELSE
004450        IF NOT his-no-archivo THEN
004460           display 'estado-his: ' estado-his
004470           PERFORM 3000-FINALISIMA
004480        END-IF
004490     END-IF.
004500     OPEN INPUT arc-ajustes.
004510     IF aju-ok THEN
004520        PERFORM 2290-LEER-AJUSTE UNTIL WS-AJU-FIN = 'S'
004530        CLOSE arc-ajustes
004540     ELSE
004550        IF NOT aju-no-archivo THEN
004560           display 'estado-aju: ' estado-aju
004570           PERFORM 3000-FINALISIMA
004580        END-IF
004590     END-IF.
004600 2225-FIN-ENTRADA.
004610     EXIT.
004620 2250-LECTORES SECTION.
004630 2260-LEER-HISTORIA.
004640     READ arc-historia INTO WS-HISTORIA
004650         AT END
004660             MOVE 'S' TO WS-HIS-FIN
004670         NOT AT END
004680             PERFORM 2280-LIBERAR-FILA
004690     END-READ.
004700     IF NOT his-ok AND estado-his not = '10' then
004710        display 'estado-his: ' estado-his
004720        PERFORM 3000-FINALISIMA
004730     END-IF.
004740 2270-LEER-ARCHIVO.
004750     MOVE SPACES TO WS-ARCHIVO-PATH.
004760     STRING '../historia.' DELIMITED BY SIZE
004770            WS-PERIODO-BUSCA DELIMITED BY SIZE
004780            INTO WS-ARCHIVO-PATH.
004790     OPEN INPUT arc-archivo.
004800     IF arh-ok THEN
004810        add 1 to WS-CNT-ARCHIVOS
004820        MOVE 'N' TO WS-HIS-FIN
004830        PERFORM 2275-LEER-ARCHIVADA UNTIL WS-HIS-FIN = 'S'
004840        CLOSE arc-archivo
004850     ELSE
004860        IF NOT arh-no-archivo THEN
004870           display 'estado-arh: ' estado-arh ' ' WS-ARCHIVO-PATH
004880           PERFORM 3000-FINALISIMA
004890        END-IF
004900     END-IF.
004910     add 1 to WS-MES-BUSCA.
004920 2275-LEER-ARCHIVADA.
004930     READ arc-archivo INTO WS-HISTORIA
004940         AT END
004950             MOVE 'S' TO WS-HIS-FIN
004960         NOT AT END
004970             PERFORM 2280-LIBERAR-FILA
004980     END-READ.
004990     IF NOT arh-ok AND estado-arh not = '10' then
005000        display 'estado-arh: ' estado-arh
005010        PERFORM 3000-FINALISIMA
005020     END-IF.
005030 2280-LIBERAR-FILA.
005040*
005050* Pay, settlement, bonus and withholding rows of the year;
005060* exception rows carry no money.
005070*
005080     IF hist-fecha < WS-FECHA-DESDE OR
005090        hist-fecha > WS-FECHA-HASTA THEN
005100        EXIT PARAGRAPH
005110     END-IF.
005120     IF WS-UNO-SOLO = 'S' AND hist-identi NOT = WS-ID-BUSCADO THEN
005130        EXIT PARAGRAPH
005140     END-IF.
005150     IF NOT HIST-DETALLE AND NOT HIST-FINIQUITO AND
005160        NOT HIST-PREMIO AND NOT HIST-RETENCION THEN
005170        EXIT PARAGRAPH
005180     END-IF.
005190     add 1 to WS-CNT-FILAS.
005200     MOVE hist-identi TO sort-identi.
005210     MOVE hist-tipo TO sort-tipo.
005220     MOVE hist-sueldo TO sort-sueldo.
005230     IF hist-neto IS NUMERIC THEN
005240        MOVE hist-neto TO sort-neto
005250     ELSE
005260        MOVE hist-sueldo TO sort-neto
005270     END-IF.
005280     IF hist-dias IS NUMERIC THEN
005290        MOVE hist-dias TO sort-dias
005300     ELSE
005310        MOVE ZERO TO sort-dias
005320     END-IF.
005330     IF hist-extra IS NUMERIC THEN
005340        MOVE hist-extra TO sort-extra
005350     ELSE
005360        MOVE ZERO TO sort-extra
005370     END-IF.
005380     MOVE SPACE TO sort-signo.
005390     RELEASE sort-reg.
005400 2290-LEER-AJUSTE.
005410     READ arc-ajustes
005420         AT END
005430             MOVE 'S' TO WS-AJU-FIN
005440         NOT AT END
005450             IF AJU-FECHA NOT < WS-FECHA-DESDE AND
005460                AJU-FECHA NOT > WS-FECHA-HASTA AND
005470                (WS-UNO-SOLO = 'N' OR AJU-IDENTI = WS-ID-BUSCADO)
005480             THEN
005490                add 1 to WS-CNT-AJUSTES
005500                MOVE AJU-IDENTI TO sort-identi
005510                MOVE 'A' TO sort-tipo
005520                MOVE AJU-MONTO TO sort-sueldo
005530                MOVE ZERO TO sort-neto sort-dias sort-extra
005540                MOVE AJU-SIGNO TO sort-signo
005550                RELEASE sort-reg
005560             END-IF
005570     END-READ.
005580     IF NOT aju-ok AND estado-aju not = '10' then
005590        display 'estado-aju: ' estado-aju
005600        PERFORM 3000-FINALISIMA
005610     END-IF.
005620 2300-SALIDA SECTION.
005630 2310-RECIBIR.
005640     MOVE 'N' TO WS-RET-FIN.
005650 2320-RECIBIR-UNO.
005660     RETURN arc-orden
005670         AT END
005680             MOVE 'S' TO WS-RET-FIN
005690         NOT AT END
005700             PERFORM 2340-ACUMULAR
005710     END-RETURN.
005720     IF WS-RET-FIN NOT = 'S' THEN
005730        GO TO 2320-RECIBIR-UNO
005740     END-IF.
005750     IF WS-HAY-ACTUAL = 'S' THEN
005760        PERFORM 2360-CERRAR-EMPLEADO
005770     END-IF.
005780     IF WS-UNO-SOLO = 'S' AND WS-CNT-CERTIF = ZERO THEN
005790        display 'SIN PAGOS EN EL ANO PARA EL IDENTI: '
005800           WS-ID-BUSCADO
005810     END-IF.
005820     IF WS-UNO-SOLO = 'N' THEN
005830        PERFORM 2390-GRABAR-COLA
005840     END-IF.
005850 2330-FIN-SALIDA.
005860     EXIT.
005870 2350-CERTIFICADOS SECTION.
005880 2340-ACUMULAR.
005890     IF WS-HAY-ACTUAL = 'S' AND sort-identi NOT = WS-ACT-IDENTI
005900     THEN
005910        PERFORM 2360-CERRAR-EMPLEADO
005920     END-IF.
005930     IF WS-HAY-ACTUAL = 'N' THEN
005940        MOVE 'S' TO WS-HAY-ACTUAL
005950        MOVE sort-identi TO WS-ACT-IDENTI
005960        INITIALIZE WS-ACUMULADOS
005970     END-IF.
005980     EVALUATE TRUE
005990         WHEN SORT-PAGO
006000             add sort-sueldo to WS-A-BRUTO
006010             add sort-extra to WS-A-EXTRA
006020             add sort-neto to WS-A-NETO
006030             add sort-dias to WS-A-DIAS
006040             add 1 to WS-A-PAGOS
006050         WHEN SORT-FINIQUITO
006060             add sort-sueldo to WS-A-BRUTO WS-A-FINIQUITO
006070             add sort-neto to WS-A-NETO
006072         WHEN SORT-PREMIO
006074             add sort-sueldo to WS-A-BRUTO WS-A-PREMIO
006076             add sort-neto to WS-A-NETO
006080         WHEN SORT-RETENCION
006090             add sort-sueldo to WS-A-DESCUENTOS
006100         WHEN SORT-AJUSTE
006110             IF sort-signo = '-' THEN
006120                SUBTRACT sort-sueldo FROM WS-A-AJUSTES
006130             ELSE
006140                add sort-sueldo to WS-A-AJUSTES
006150             END-IF
006160     END-EVALUATE.
006170 2360-CERRAR-EMPLEADO.
006180*
006190* An identi whose only rows were adjustments was not paid in
006200* the year and gets no certificate.
006210*
006220     MOVE 'N' TO WS-HAY-ACTUAL.
006230     IF WS-A-BRUTO = ZERO AND WS-A-DESCUENTOS = ZERO THEN
006240        EXIT PARAGRAPH
006250     END-IF.
006260     PERFORM 2370-BUSCAR-NOMBRE.
006270     PERFORM 2380-IMPRIMIR-CERTIFICADO.
006280     add 1 to WS-CNT-CERTIF.
006290     add WS-A-BRUTO to WS-TOT-BRUTO.
006300     add WS-A-DESCUENTOS to WS-TOT-DESCUENTOS.
006310     add WS-A-NETO to WS-TOT-NETO.
006320     IF WS-UNO-SOLO = 'N' THEN
006330        MOVE WS-ACT-IDENTI TO RD-IDENTI
006340        MOVE WS-A-BRUTO TO RD-BRUTO
006350        MOVE WS-A-DESCUENTOS TO RD-DESCUENTOS
006360        MOVE WS-A-NETO TO RD-NETO
006370        MOVE WS-A-DIAS TO RD-DIAS
006380        WRITE RESUMEN-REC FROM WS-RES-DETALLE
006390        IF NOT res-ok THEN
006400           display 'estado-res: ' estado-res
006410           PERFORM 3000-FINALISIMA
006420        END-IF
006430     END-IF.
006440 2370-BUSCAR-NOMBRE.
006450     MOVE WS-ACT-IDENTI TO EMP-ID.
006460     MOVE 'N' TO WS-NOMBRE-HALLADO.
006470     READ arc-empleados
006480         INVALID KEY
006490             CONTINUE
006500         NOT INVALID KEY
006510             MOVE 'S' TO WS-NOMBRE-HALLADO
006520             MOVE EMP-NOM TO WS-ACT-NOM
006530             MOVE EMP-APE TO WS-ACT-APE
006540     END-READ.
006550     IF WS-NOMBRE-HALLADO = 'N' AND NOT EMP-NO-EXISTE THEN
006560        display 'ESTADO-EMP: ' ESTADO-EMP
006570        PERFORM 3000-FINALISIMA
006580     END-IF.
006590     IF WS-NOMBRE-HALLADO = 'N' THEN
006600        PERFORM 2375-BUSCAR-BAJA
006610           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BAJ-CNT
006620     END-IF.
006630     IF WS-NOMBRE-HALLADO = 'N' THEN
006640        add 1 to WS-CNT-SIN-NOMBRE
006650        display 'IDENTI SIN NOMBRE EN MAESTRO NI JOURNAL: '
006660           WS-ACT-IDENTI
006670        MOVE '(SIN NOMBRE)' TO WS-ACT-APE
006680        MOVE SPACES TO WS-ACT-NOM
006690     END-IF.
006700 2375-BUSCAR-BAJA.
006710*
006720* The last 'B' of the identi wins, should it have come back and
006730* left again.
006740*
006750     IF WS-J-IDENTI(WS-I) = WS-ACT-IDENTI THEN
006760        MOVE 'S' TO WS-NOMBRE-HALLADO
006770        MOVE WS-J-NOM(WS-I) TO WS-ACT-NOM
006780        MOVE WS-J-APE(WS-I) TO WS-ACT-APE
006790     END-IF.
006800 2380-IMPRIMIR-CERTIFICADO.
006810     MOVE WS-ANIO TO CT-ANIO.
006820     MOVE WS-ACT-IDENTI TO CE-IDENTI.
006830     MOVE WS-ACT-APE TO CE-APELLIDO.
006840     MOVE WS-ACT-NOM TO CE-NOMBRE.
006850     MOVE WS-FECHA-DESDE TO CP-DESDE.
006860     MOVE WS-FECHA-HASTA TO CP-HASTA.
006870     MOVE WS-FECHA-RUN TO CM-FECHA.
006880     WRITE CERTIFICADO-LINE FROM WS-ENC3.
006890     WRITE CERTIFICADO-LINE FROM WS-CER-TITULO.
006900     WRITE CERTIFICADO-LINE FROM WS-ENC3.
006910     WRITE CERTIFICADO-LINE FROM WS-CER-EMPLEADO.
006920     WRITE CERTIFICADO-LINE FROM WS-CER-PERIODO.
006930     WRITE CERTIFICADO-LINE FROM WS-LINEA-BLANCA.
006940     MOVE 'REMUNERACION BRUTA                 :' TO CI-TEXTO.
006950     MOVE WS-A-BRUTO TO CI-VALOR.
006960     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
006970     MOVE '  DE LA CUAL HORAS EXTRA           :' TO CI-TEXTO.
006980     MOVE WS-A-EXTRA TO CI-VALOR.
006990     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
007000     IF WS-A-FINIQUITO > ZERO THEN
007010        MOVE '  DE LA CUAL LIQUIDACION FINAL     :' TO CI-TEXTO
007020        MOVE WS-A-FINIQUITO TO CI-VALOR
007030        WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE
007040     END-IF.
007041     IF WS-A-PREMIO > ZERO THEN
007042        MOVE '  DE LA CUAL PREMIOS               :' TO CI-TEXTO
007043        MOVE WS-A-PREMIO TO CI-VALOR
007044        WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE
007045     END-IF.
007050     IF WS-A-AJUSTES NOT = ZERO THEN
007060        MOVE WS-A-AJUSTES TO CA-VALOR
007070        WRITE CERTIFICADO-LINE FROM WS-CER-AJUSTE
007080     END-IF.
007090     MOVE 'DESCUENTOS Y RETENCIONES           :' TO CI-TEXTO.
007100     MOVE WS-A-DESCUENTOS TO CI-VALOR.
007110     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
007120     MOVE 'NETO PERCIBIDO                     :' TO CI-TEXTO.
007130     MOVE WS-A-NETO TO CI-VALOR.
007140     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
007150     MOVE 'DIAS ASISTIDOS                     :' TO CI-TEXTO.
007160     MOVE WS-A-DIAS TO CI-VALOR.
007170     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
007180     MOVE 'LIQUIDACIONES EN EL PERIODO        :' TO CI-TEXTO.
007190     MOVE WS-A-PAGOS TO CI-VALOR.
007200     WRITE CERTIFICADO-LINE FROM WS-CER-IMPORTE.
007210     WRITE CERTIFICADO-LINE FROM WS-LINEA-BLANCA.
007220     WRITE CERTIFICADO-LINE FROM WS-CER-EMISION.
007230     WRITE CERTIFICADO-LINE FROM WS-LINEA-BLANCA.
007240     IF NOT cer-ok THEN
007250        display 'estado-cer: ' estado-cer
007260        PERFORM 3000-FINALISIMA
007270     END-IF.
007280 2390-GRABAR-COLA.
007290     MOVE WS-CNT-CERTIF TO RT-CANTIDAD.
007300     MOVE WS-TOT-BRUTO TO RT-BRUTO.
007310     MOVE WS-TOT-DESCUENTOS TO RT-DESCUENTOS.
007320     MOVE WS-TOT-NETO TO RT-NETO.
007330     WRITE RESUMEN-REC FROM WS-RES-COLA.
007340     IF NOT res-ok THEN
007350        display 'estado-res: ' estado-res
007360        PERFORM 3000-FINALISIMA
007370     END-IF.
007380 3000-FINAL SECTION.
007390 3000-FINALISIMA.
007400     PERFORM 3010-REPORTE-TOTALES.
007410     IF WS-RETORNO = ZERO AND WS-CNT-SIN-NOMBRE > ZERO THEN
007420        MOVE 4 TO WS-RETORNO
007430     END-IF.
007440     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
007450     CLOSE arc-empleados arc-certificado arc-resumen.
007460     DISPLAY "parrafo final".
007470     DISPLAY "RETORNO: " WS-RETORNO.
007480     MOVE WS-RETORNO TO RETURN-CODE.
007490     STOP RUN.
007500 3010-REPORTE-TOTALES.
007510     DISPLAY "-----------------------------------------".
007520     DISPLAY "  RESUMEN ANUAL - CERTIFICA.CBL".
007530     DISPLAY "-----------------------------------------".
007540     DISPLAY "  ARCHIVOS LEIDOS   : " WS-CNT-ARCHIVOS.
007550     DISPLAY "  FILAS DEL ANO     : " WS-CNT-FILAS.
007560     DISPLAY "  AJUSTES DEL ANO   : " WS-CNT-AJUSTES.
007570     DISPLAY "  CERTIFICADOS      : " WS-CNT-CERTIF.
007580     DISPLAY "  SIN NOMBRE        : " WS-CNT-SIN-NOMBRE.
007590     DISPLAY "  TOTAL BRUTO       : " WS-TOT-BRUTO.
007600     DISPLAY "  TOTAL DESCUENTOS  : " WS-TOT-DESCUENTOS.
007610     DISPLAY "  TOTAL NETO        : " WS-TOT-NETO.
007620     DISPLAY "-----------------------------------------".
007630** add other procedures here
007640 END PROGRAM CERTIFICA.
