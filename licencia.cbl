000010*****************************************************************
000020* Author:
000030* Date:
000040* Purpose: Leave ledger ahead of the clock run. Reads the
000050*          approved absences HR keeps in licencias.txt (identi,
000060*          first and last day, leave type: V vacation, E sick
000070*          leave with certificate, D bereavement) and the yearly
000080*          vacation entitlement per identi in vacaciones.txt
000090*          (days per year plus days carried from last year).
000100*          Vacation accrues by the month; every vacation request
000110*          is held against what has accrued by its last month
000120*          less what earlier requests of the year already took,
000130*          and one that goes beyond the remaining balance is
000140*          rejected to licencias_rech.txt with the balance it
000150*          met. Everything that passes goes to licencias_ok.txt,
000160*          which FICHADA counts as paid days. The monthly
000170*          balance listing, accrued, taken and remaining per
000180*          employee under its cost center, is licencias_saldo.txt.
000190* Tectonics: cobc
000200*
000210* Modification History:
000220*   2026-10-15  BMD  New program. The balance is recomputed from
000230*                    the whole licencias.txt on every run rather
000240*                    than carried in a file of its own, so a rerun
000250*                    or a correction to the leave file can never
000260*                    count a request twice. licencias.txt is
000270*                    checked whole (identi and first-day order)
000280*                    before an output is opened, the CONCILIA
000290*                    rule: a file out of order stops the run with
000300*                    the last licencias_ok.txt still in place.
000303*                    RETURN-CODE 0 clean, 4 with rejections,
000306*                    12 on a stop (the ARCHIVOS convention).
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 PROGRAM-ID. LICENCIA.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     select arc-licencias assign to '../licencias.txt'
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS estado-lic.
000440     select arc-vacaciones assign to '../vacaciones.txt'
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS estado-vac.
000470     select arc-empleados assign to '../empleados.dat'
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS SEQUENTIAL
000500     RECORD KEY IS EMP-ID
000510     FILE STATUS IS ESTADO-EMP.
000520     select arc-aprobadas assign to '../licencias_ok.txt'
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS estado-apr.
000550     select arc-rechazos assign to '../licencias_rech.txt'
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS estado-rch.
000580     select arc-saldos assign to '../licencias_saldo.txt'
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS estado-sal.
000610     select arc-orden assign to '../licencia.tmp'.
000620*-----------------------
000630 DATA DIVISION.
000640*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000650 FILE SECTION.
000660 FD arc-licencias
000670 RECORDING MODE IS F.
000680 01 LICENCIA-REC.
000690     05 LIC-IDENTI PIC X(6).
000700     05 LIC-DESDE PIC X(8).
000710     05 LIC-HASTA PIC X(8).
000720     05 LIC-TIPO PIC X(1).
000730         88 LIC-VACACIONES VALUE 'V'.
000740         88 LIC-ENFERMEDAD VALUE 'E'.
000750         88 LIC-DUELO VALUE 'D'.
000760         88 LIC-TIPO-VALIDO VALUE 'V' 'E' 'D'.
000770 FD arc-vacaciones
000780 RECORDING MODE IS F.
000790 01 VACACION-REC.
000800     05 VAC-IDENTI PIC 9(6).
000810     05 VAC-ANUALES PIC 9(3).
000820     05 VAC-ARRASTRE PIC 9(3)V99.
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
000930         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000940 FD arc-aprobadas
000950 RECORDING MODE IS F.
000960 01 APROBADA-REC PIC X(23).
000970 FD arc-rechazos
000980 RECORDING MODE IS F.
000990 01 RECHAZO-LINE PIC X(80).
001000 FD arc-saldos
001010 RECORDING MODE IS F.
001020 01 SALDO-LINE PIC X(80).
001030 SD arc-orden.
001040 01 sort-reg.
001050     05 sort-ccosto PIC X(4).
001060     05 sort-identi PIC 9(6).
001070     05 sort-apellido PIC X(20).
001080     05 sort-anuales PIC 9(3).
001090     05 sort-arrastre PIC 9(3)V99.
001100     05 sort-devengado PIC 9(3)V99.
001110     05 sort-tomado PIC 9(3)V99.
001120*-----------------------
001130 WORKING-STORAGE SECTION.
001140 01 estado-lic PIC X(2).
001150     88 lic-ok value '00'.
001160     88 lic-no-archivo value '35'.
001170 01 estado-vac PIC X(2).
001180     88 vac-ok value '00'.
001190     88 vac-no-archivo value '35'.
001200 01 ESTADO-EMP PIC X(2).
001210     88 EMP-OK VALUE '00'.
001220     88 EMP-NO-ARCHIVO VALUE '35'.
001230 01 estado-apr PIC X(2).
001240     88 apr-ok value '00'.
001250 01 estado-rch PIC X(2).
001260     88 rch-ok value '00'.
001270 01 estado-sal PIC X(2).
001280     88 sal-ok value '00'.
001290 01 WS-PARAM-CLAVE PIC X(20).
001300 01 WS-PARAM-VALOR PIC X(100).
001310 01 WS-PARAM-ESTADO PIC X(2).
001320 01 WS-JOB-NAME PIC X(20) VALUE 'LICENCIA'.
001330 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
001340 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
001345 01 WS-RETORNO PIC 9(2) VALUE 12.
001350 01 WS-DIAS-ANUALES PIC 9(3) VALUE 14.
001360 01 WS-FECHA-RUN PIC 9(8).
001370 01 WS-FECHA-RUN-R REDEFINES WS-FECHA-RUN.
001380     05 WS-ANIO-RUN PIC 9(4).
001390     05 WS-MES-RUN PIC 9(2).
001400     05 WS-DIA-RUN PIC 9(2).
001410 01 WS-FIN-LIC PIC X(1) VALUE 'N'.
001420 01 WS-FIN-VAC PIC X(1) VALUE 'N'.
001430 01 WS-FIN-EMP PIC X(1) VALUE 'N'.
001440 01 WS-FIN-ORDEN PIC X(1) VALUE 'N'.
001450 01 WS-ARCHIVO-MALO PIC X(1) VALUE 'N'.
001460 01 WS-KEY-LIC PIC X(14).
001470 01 WS-KEY-ANTERIOR PIC X(14).
001480 01 WS-VAC-KEY PIC 9(6).
001490 01 WS-ANUALES PIC 9(3).
001500 01 WS-ARRASTRE PIC 9(3)V99.
001510 01 WS-DEVENGADO PIC 9(3)V99.
001520 01 WS-TOMADO PIC 9(3)V99.
001530 01 WS-DISPONIBLE PIC S9(3)V99.
001540 01 WS-SALDO PIC S9(3)V99.
001550 01 WS-DIAS-PEDIDOS PIC 9(3).
001560 01 WS-MES-HASTA PIC 9(2).
001570 01 WS-MOTIVO PIC X(30).
001580 01 WS-FECHA-DIA PIC 9(8).
001590 01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
001600     05 WS-ANIO-DIA PIC 9(4).
001610     05 WS-MES-DIA PIC 9(2).
001620     05 WS-DIA-DIA PIC 9(2).
001630 01 WS-ENTERO-DESDE PIC 9(7).
001640 01 WS-ENTERO-HASTA PIC 9(7).
001650 01 WS-ENTERO-DIA PIC 9(7).
001660 01 WS-CAL-DIAS PIC 9(3).
001670 01 WS-CAL-TIPO PIC X(1).
001680     88 CAL-LABORABLE VALUE 'L'.
001690 01 WS-CAL-ESTADO PIC X(2).
001700 01 WS-CORTE-CCOSTO PIC X(4).
001710 01 WS-HAY-CCOSTO PIC X(1) VALUE 'N'.
001720 01 WS-CONTADORES.
001730     05 WS-CNT-LEIDAS      PIC 9(6) COMP VALUE ZERO.
001740     05 WS-CNT-APROBADAS   PIC 9(6) COMP VALUE ZERO.
001750     05 WS-CNT-RECHAZADAS  PIC 9(6) COMP VALUE ZERO.
001760     05 WS-CNT-SIN-SALDO   PIC 9(6) COMP VALUE ZERO.
001770     05 WS-CNT-VACACIONES  PIC 9(6) COMP VALUE ZERO.
001780     05 WS-CNT-ENFERMEDAD  PIC 9(6) COMP VALUE ZERO.
001790     05 WS-CNT-DUELO       PIC 9(6) COMP VALUE ZERO.
001800     05 WS-CNT-EMPLEADOS   PIC 9(6) COMP VALUE ZERO.
001810     05 WS-CNT-VAC-LEIDAS  PIC 9(6) COMP VALUE ZERO.
001820     05 WS-CNT-CC-EMPL     PIC 9(6) COMP VALUE ZERO.
001830 01 WS-TOTALES.
001840     05 WS-CC-DEVENGADO PIC 9(7)V99 VALUE ZERO.
001850     05 WS-CC-TOMADO    PIC 9(7)V99 VALUE ZERO.
001860     05 WS-CC-SALDO     PIC S9(7)V99 VALUE ZERO.
001870     05 WS-TOT-DEVENGADO PIC 9(7)V99 VALUE ZERO.
001880     05 WS-TOT-TOMADO    PIC 9(7)V99 VALUE ZERO.
001890     05 WS-TOT-SALDO     PIC S9(7)V99 VALUE ZERO.
001900 01 WS-ENC-RECHAZOS PIC X(80) VALUE
001910    "LICENCIAS RECHAZADAS - LICENCIA.CBL".
001920 01 WS-ENC-SALDOS.
001930     05 FILLER PIC X(38) VALUE
001940        "SALDO DE VACACIONES - LICENCIA.CBL - ".
001950     05 ES-PERIODO PIC 9(6).
001960     05 FILLER PIC X(36) VALUE SPACES.
001970 01 WS-ENC3 PIC X(80) VALUE ALL "-".
001980 01 WS-ENC-RECH-COL PIC X(80) VALUE
001990    "  IDENTI DESDE    HASTA    T DIAS DISPONIB MOTIVO".
002000 01 WS-ENC-SAL-COL.
002010     05 FILLER PIC X(40) VALUE
002020        "  IDENTI APELLIDO             ANUAL  ARR".
002030     05 FILLER PIC X(40) VALUE
002040        "ASTRE DEVENGADO    TOMADO     SALDO".
002050 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
002060 01 WS-LINEA-PARAM.
002070     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
002080     05 LPA-CLAVE PIC X(21).
002090     05 LPA-VALOR PIC X(48).
002100 01 WS-LINEA-RECHAZO.
002110     05 FILLER PIC X(2) VALUE SPACES.
002120     05 LR-IDENTI PIC X(6).
002130     05 FILLER PIC X(1) VALUE SPACE.
002140     05 LR-DESDE PIC X(8).
002150     05 FILLER PIC X(1) VALUE SPACE.
002160     05 LR-HASTA PIC X(8).
002170     05 FILLER PIC X(1) VALUE SPACE.
002180     05 LR-TIPO PIC X(1).
002190     05 FILLER PIC X(1) VALUE SPACE.
002200     05 LR-DIAS PIC ZZZ9.
002210     05 FILLER PIC X(1) VALUE SPACE.
002220     05 LR-DISPONIBLE PIC -ZZZ9.99.
002230     05 FILLER PIC X(1) VALUE SPACE.
002240     05 LR-MOTIVO PIC X(30).
002250     05 FILLER PIC X(6) VALUE SPACES.
002260 01 WS-LINEA-CCOSTO.
002270     05 FILLER PIC X(16) VALUE 'CENTRO DE COSTO '.
002280     05 LC-CCOSTO PIC X(4).
002290     05 FILLER PIC X(60) VALUE SPACES.
002300 01 WS-LINEA-SALDO.
002310     05 FILLER PIC X(2) VALUE SPACES.
002320     05 LS-IDENTI PIC Z(5)9.
002330     05 FILLER PIC X(1) VALUE SPACE.
002340     05 LS-APELLIDO PIC X(20).
002350     05 FILLER PIC X(1) VALUE SPACE.
002360     05 LS-ANUALES PIC ZZZ9.
002370     05 FILLER PIC X(1) VALUE SPACE.
002380     05 LS-ARRASTRE PIC ZZZZ9.99.
002390     05 FILLER PIC X(1) VALUE SPACE.
002400     05 LS-DEVENGADO PIC ZZZZZ9.99.
002410     05 FILLER PIC X(1) VALUE SPACE.
002420     05 LS-TOMADO PIC ZZZZZ9.99.
002430     05 FILLER PIC X(1) VALUE SPACE.
002440     05 LS-SALDO PIC -ZZZZ9.99.
002450     05 FILLER PIC X(7) VALUE SPACES.
002460 01 WS-LINEA-SUBTOTAL.
002470     05 FILLER PIC X(2) VALUE SPACES.
002480     05 LT-TEXTO PIC X(17).
002490     05 LT-CANTIDAD PIC Z(5)9.
002500     05 FILLER PIC X(3) VALUE SPACES.
002510     05 LT-DEVENGADO PIC Z(6)9.99.
002520     05 FILLER PIC X(1) VALUE SPACE.
002530     05 LT-TOMADO PIC Z(6)9.99.
002540     05 FILLER PIC X(1) VALUE SPACE.
002550     05 LT-SALDO PIC -Z(6)9.99.
002560     05 FILLER PIC X(17) VALUE SPACES.
002570*-----------------------
002580 PROCEDURE DIVISION.
002590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002600 0000-MAINLINE SECTION.
002610 0000-PRINCIPAL.
002620**
002630* One pass over the master in identi order, its leave requests
002640* and entitlement co-read alongside; the balance lines sort by
002650* cost center for the listing.
002660**
002670     PERFORM 1000-COMIENZO.
002680     SORT arc-orden
002690        ON ASCENDING KEY sort-ccosto sort-identi
002700        INPUT PROCEDURE IS 2200-ENTRADA
002710        OUTPUT PROCEDURE IS 2300-SALIDA.
002720     MOVE 'FIN OK' TO WS-JOB-ESTADO.
002725     MOVE ZERO TO WS-RETORNO.
002730     PERFORM 3000-FINALISIMA.
002740     STOP RUN.
002750 1000-COMIENZO.
002760     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
002770     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
002780     MOVE 'LICENCIA_DIAS_ANUALES' TO WS-PARAM-CLAVE.
002790     PERFORM 1900-LEER-PARAMETRO.
002800     IF WS-PARAM-ESTADO = '00' THEN
002810        COMPUTE WS-DIAS-ANUALES =
002820           FUNCTION NUMVAL(WS-PARAM-VALOR)
002830     ELSE
002840        MOVE 14 TO WS-DIAS-ANUALES
002850     END-IF.
002860     DISPLAY 'PARAMETROS EFECTIVOS - LICENCIA'.
002870     DISPLAY '  LICENCIA_DIAS_ANUALES : ' WS-DIAS-ANUALES.
002880     DISPLAY '  PERIODO               : ' WS-FECHA-RUN(1:6).
002890     PERFORM 1100-VERIFICAR-LICENCIAS.
002900     OPEN INPUT arc-empleados.
002910     IF EMP-NO-ARCHIVO THEN
002920        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
002930        PERFORM 3000-FINALISIMA
002940     END-IF.
002950     IF NOT EMP-OK THEN
002960        display 'ESTADO-EMP: ' ESTADO-EMP
002970        PERFORM 3000-FINALISIMA
002980     END-IF.
002990     OPEN INPUT arc-vacaciones.
003000     IF vac-no-archivo THEN
003010        display 'SIN ARCHIVO DE VACACIONES, TODOS CON '
003020           WS-DIAS-ANUALES ' DIAS'
003030        MOVE 'S' TO WS-FIN-VAC
003040        MOVE HIGH-VALUE TO WS-VAC-KEY
003050     ELSE
003060        IF NOT vac-ok THEN
003070           display 'estado-vac: ' estado-vac
003080           PERFORM 3000-FINALISIMA
003090        END-IF
003100        PERFORM 2280-LEER-VACACION
003110     END-IF.
003120     OPEN INPUT arc-licencias.
003130     IF lic-no-archivo THEN
003140        MOVE 'S' TO WS-FIN-LIC
003150        MOVE HIGH-VALUE TO WS-KEY-LIC
003160     ELSE
003170        PERFORM 2260-LEER-LICENCIA
003180     END-IF.
003190     OPEN OUTPUT arc-aprobadas.
003200     IF NOT apr-ok THEN
003210        display 'estado-apr: ' estado-apr
003220        PERFORM 3000-FINALISIMA
003230     END-IF.
003240     OPEN OUTPUT arc-rechazos.
003250     IF NOT rch-ok THEN
003260        display 'estado-rch: ' estado-rch
003270        PERFORM 3000-FINALISIMA
003280     END-IF.
003290     OPEN OUTPUT arc-saldos.
003300     IF NOT sal-ok THEN
003310        display 'estado-sal: ' estado-sal
003320        PERFORM 3000-FINALISIMA
003330     END-IF.
003340     WRITE RECHAZO-LINE FROM WS-ENC-RECHAZOS.
003350     MOVE 'LICENCIA_DIAS_ANUALES' TO LPA-CLAVE.
003360     MOVE WS-DIAS-ANUALES TO LPA-VALOR.
003370     WRITE RECHAZO-LINE FROM WS-LINEA-PARAM.
003380     WRITE RECHAZO-LINE FROM WS-ENC3.
003390     WRITE RECHAZO-LINE FROM WS-ENC-RECH-COL.
003400     MOVE WS-FECHA-RUN(1:6) TO ES-PERIODO.
003410     WRITE SALDO-LINE FROM WS-ENC-SALDOS.
003420     WRITE SALDO-LINE FROM WS-LINEA-PARAM.
003430     WRITE SALDO-LINE FROM WS-ENC3.
003440     WRITE SALDO-LINE FROM WS-ENC-SAL-COL.
003450 1100-VERIFICAR-LICENCIAS.
003460*
003470* First pass: identi and first day ascending, so each identi's
003480* requests meet the balance in the order they were taken. A
003490* missing file is no leave at all, not an error.
003500*
003510     OPEN INPUT arc-licencias.
003520     IF lic-no-archivo THEN
003530        display 'SIN ARCHIVO DE LICENCIAS'
003540        EXIT PARAGRAPH
003550     END-IF.
003560     IF NOT lic-ok THEN
003570        display 'estado-lic: ' estado-lic
003580        PERFORM 3000-FINALISIMA
003590     END-IF.
003600     MOVE LOW-VALUE TO WS-KEY-ANTERIOR.
003610     PERFORM 1110-CONTROLAR-ORDEN
003620        UNTIL WS-FIN-LIC = 'S' OR WS-ARCHIVO-MALO = 'S'.
003630     CLOSE arc-licencias.
003640     MOVE 'N' TO WS-FIN-LIC.
003650     IF WS-ARCHIVO-MALO = 'S' THEN
003660        display 'LICENCIAS FUERA DE SECUENCIA: ' WS-KEY-LIC
003670        PERFORM 3000-FINALISIMA
003680     END-IF.
003690 1110-CONTROLAR-ORDEN.
003700     READ arc-licencias
003710         AT END
003720             MOVE 'S' TO WS-FIN-LIC
003730         NOT AT END
003740             MOVE LICENCIA-REC(1:14) TO WS-KEY-LIC
003750             IF WS-KEY-LIC < WS-KEY-ANTERIOR THEN
003760                MOVE 'S' TO WS-ARCHIVO-MALO
003770             END-IF
003780             MOVE WS-KEY-LIC TO WS-KEY-ANTERIOR
003790     END-READ.
003800     IF NOT lic-ok AND estado-lic not = '10' then
003810        display 'estado-lic: ' estado-lic
003820        PERFORM 3000-FINALISIMA
003830     END-IF.
003840 1900-LEER-PARAMETRO.
003850     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
003860        WS-PARAM-ESTADO.
003870     IF WS-PARAM-ESTADO = '99' THEN
003880        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
003890        PERFORM 3000-FINALISIMA
003900     END-IF.
003910 2200-ENTRADA SECTION.
003920 2210-ABRIR-ENTRADA.
003930*
003940* The files were opened in 1000-COMIENZO; this section walks the
003950* master and releases one balance line per employee.
003960*
003970     MOVE 'N' TO WS-FIN-EMP.
003980 2220-LIBERAR.
003990     READ arc-empleados
004000         AT END
004010             MOVE 'S' TO WS-FIN-EMP
004020         NOT AT END
004030             add 1 to WS-CNT-EMPLEADOS
004040             PERFORM 2230-PROCESAR-EMPLEADO
004050     END-READ.
004060     IF NOT EMP-OK AND ESTADO-EMP not = '10' then
004070        display 'ESTADO-EMP: ' ESTADO-EMP
004080        PERFORM 3000-FINALISIMA
004090     END-IF.
004100     IF WS-FIN-EMP NOT = 'S' THEN
004110        GO TO 2220-LIBERAR
004120     END-IF.
004130*
004140* Requests left over belong to identis the master does not know.
004150*
004160     PERFORM 2240-SIN-EMPLEADO UNTIL WS-FIN-LIC = 'S'.
004170 2225-FIN-ENTRADA.
004180     EXIT.
004190 2250-LICENCIAS SECTION.
004200 2230-PROCESAR-EMPLEADO.
004210     PERFORM 2280-LEER-VACACION
004220        UNTIL WS-FIN-VAC = 'S' OR WS-VAC-KEY >= EMP-ID.
004230     IF WS-FIN-VAC NOT = 'S' AND WS-VAC-KEY = EMP-ID THEN
004240        MOVE VAC-ANUALES TO WS-ANUALES
004250        MOVE VAC-ARRASTRE TO WS-ARRASTRE
004260     ELSE
004270        MOVE WS-DIAS-ANUALES TO WS-ANUALES
004280        MOVE ZERO TO WS-ARRASTRE
004290     END-IF.
004300     MOVE ZERO TO WS-TOMADO.
004310     PERFORM 2240-SIN-EMPLEADO
004320        UNTIL WS-FIN-LIC = 'S' OR LIC-IDENTI >= EMP-ID.
004330     PERFORM 2235-TOMAR-LICENCIA
004340        UNTIL WS-FIN-LIC = 'S' OR LIC-IDENTI NOT = EMP-ID.
004350     COMPUTE WS-DEVENGADO ROUNDED =
004360        WS-ARRASTRE + WS-ANUALES * WS-MES-RUN / 12.
004370     MOVE EMP-CCOSTO TO sort-ccosto.
004380     MOVE EMP-ID TO sort-identi.
004390     MOVE EMP-APE TO sort-apellido.
004400     MOVE WS-ANUALES TO sort-anuales.
004410     MOVE WS-ARRASTRE TO sort-arrastre.
004420     MOVE WS-DEVENGADO TO sort-devengado.
004430     MOVE WS-TOMADO TO sort-tomado.
004440     RELEASE sort-reg.
004450 2235-TOMAR-LICENCIA.
004460     PERFORM 2270-EDITAR-LICENCIA.
004470     IF WS-MOTIVO = SPACES AND LIC-VACACIONES THEN
004480        PERFORM 2275-CONTROLAR-SALDO
004490     END-IF.
004500     IF WS-MOTIVO = SPACES THEN
004510        PERFORM 2290-APROBAR
004520     ELSE
004530        PERFORM 2295-RECHAZAR
004540     END-IF.
004550     PERFORM 2260-LEER-LICENCIA.
004560 2240-SIN-EMPLEADO.
004570     MOVE ZERO TO WS-DIAS-PEDIDOS WS-DISPONIBLE.
004580     MOVE 'IDENTI NO EXISTE EN EL MAESTRO' TO WS-MOTIVO.
004590     PERFORM 2295-RECHAZAR.
004600     PERFORM 2260-LEER-LICENCIA.
004610 2260-LEER-LICENCIA.
004620     READ arc-licencias
004630         AT END
004640             MOVE 'S' TO WS-FIN-LIC
004650             MOVE HIGH-VALUE TO WS-KEY-LIC
004660         NOT AT END
004670             add 1 to WS-CNT-LEIDAS
004680     END-READ.
004690     IF NOT lic-ok AND estado-lic not = '10' then
004700        display 'estado-lic: ' estado-lic
004710        PERFORM 3000-FINALISIMA
004720     END-IF.
004730 2270-EDITAR-LICENCIA.
004740*
004750* Both days must be dates the calendar knows, in order, and the
004760* type one of the three. The working days the request covers
004770* inside the run year are what it costs against the balance.
004780*
004790     MOVE SPACES TO WS-MOTIVO.
004800     MOVE ZERO TO WS-DIAS-PEDIDOS WS-DISPONIBLE.
004810     IF NOT LIC-TIPO-VALIDO THEN
004820        MOVE 'TIPO DE LICENCIA INVALIDO' TO WS-MOTIVO
004830        EXIT PARAGRAPH
004840     END-IF.
004850     IF LIC-DESDE IS NOT NUMERIC OR LIC-HASTA IS NOT NUMERIC OR
004860        LIC-HASTA < LIC-DESDE THEN
004870        MOVE 'FECHAS INVALIDAS' TO WS-MOTIVO
004880        EXIT PARAGRAPH
004890     END-IF.
004900     MOVE LIC-DESDE TO WS-FECHA-DIA.
004910     PERFORM 2272-EDITAR-FECHA.
004920     IF WS-MOTIVO NOT = SPACES THEN
004930        EXIT PARAGRAPH
004940     END-IF.
004950     MOVE LIC-HASTA TO WS-FECHA-DIA.
004960     PERFORM 2272-EDITAR-FECHA.
004970     IF WS-MOTIVO NOT = SPACES THEN
004980        EXIT PARAGRAPH
004990     END-IF.
004995     MOVE LIC-DESDE TO WS-FECHA-DIA.
005000     COMPUTE WS-ENTERO-DESDE =
005003        FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
005005     MOVE LIC-HASTA TO WS-FECHA-DIA.
005010     COMPUTE WS-ENTERO-HASTA =
005013        FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
005020     IF WS-ENTERO-HASTA - WS-ENTERO-DESDE > 365 THEN
005030        MOVE 'RANGO MAYOR A UN ANIO' TO WS-MOTIVO
005040        EXIT PARAGRAPH
005050     END-IF.
005060     PERFORM 2273-CONTAR-DIA
005070        VARYING WS-ENTERO-DIA FROM WS-ENTERO-DESDE BY 1
005080        UNTIL WS-ENTERO-DIA > WS-ENTERO-HASTA OR
005090              WS-MOTIVO NOT = SPACES.
005100 2272-EDITAR-FECHA.
005110     CALL 'CALENDARIO' USING WS-FECHA-DIA WS-CAL-DIAS
005120        WS-CAL-TIPO WS-CAL-ESTADO.
005130     EVALUATE TRUE
005140         WHEN WS-CAL-ESTADO = '23'
005150             MOVE 'CALENDARIO NO CUBRE LA FECHA' TO WS-MOTIVO
005160         WHEN WS-CAL-ESTADO NOT = '00'
005170             display 'ARCHIVO DE CALENDARIO INVALIDO O AUSENTE'
005180             PERFORM 3000-FINALISIMA
005190         WHEN WS-CAL-TIPO = SPACE
005200             MOVE 'FECHAS INVALIDAS' TO WS-MOTIVO
005210     END-EVALUATE.
005220 2273-CONTAR-DIA.
005230     COMPUTE WS-FECHA-DIA =
005235        FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA).
005240     IF WS-ANIO-DIA = WS-ANIO-RUN THEN
005250        PERFORM 2272-EDITAR-FECHA
005260        IF WS-MOTIVO = SPACES AND CAL-LABORABLE THEN
005270           add 1 to WS-DIAS-PEDIDOS
005280        END-IF
005290     END-IF.
005300 2275-CONTROLAR-SALDO.
005310*
005320* What has accrued by the request's last month of the run year,
005330* less what the identi's earlier requests already took. A
005340* request reaching into next year accrues through December.
005350*
005360     IF LIC-HASTA(1:4) > WS-FECHA-RUN(1:4) THEN
005370        MOVE 12 TO WS-MES-HASTA
005380     ELSE
005390        MOVE LIC-HASTA(5:2) TO WS-MES-HASTA
005400     END-IF.
005410     COMPUTE WS-DISPONIBLE ROUNDED =
005420        WS-ARRASTRE + WS-ANUALES * WS-MES-HASTA / 12 - WS-TOMADO.
005430     IF WS-DIAS-PEDIDOS > WS-DISPONIBLE THEN
005440        add 1 to WS-CNT-SIN-SALDO
005450        MOVE 'EXCEDE EL SALDO DE VACACIONES' TO WS-MOTIVO
005460     END-IF.
005470 2280-LEER-VACACION.
005480     READ arc-vacaciones
005490         AT END
005500             MOVE 'S' TO WS-FIN-VAC
005510             MOVE HIGH-VALUE TO WS-VAC-KEY
005520         NOT AT END
005530             add 1 to WS-CNT-VAC-LEIDAS
005540             MOVE VAC-IDENTI TO WS-VAC-KEY
005550     END-READ.
005560     IF NOT vac-ok AND estado-vac not = '10' then
005570        display 'estado-vac: ' estado-vac
005580        PERFORM 3000-FINALISIMA
005590     END-IF.
005600 2290-APROBAR.
005610     WRITE APROBADA-REC FROM LICENCIA-REC.
005620     IF NOT apr-ok THEN
005630        display 'estado-apr: ' estado-apr
005640        PERFORM 3000-FINALISIMA
005650     END-IF.
005660     add 1 to WS-CNT-APROBADAS.
005670     EVALUATE TRUE
005680         WHEN LIC-VACACIONES
005690             add 1 to WS-CNT-VACACIONES
005700             add WS-DIAS-PEDIDOS to WS-TOMADO
005710         WHEN LIC-ENFERMEDAD
005720             add 1 to WS-CNT-ENFERMEDAD
005730         WHEN LIC-DUELO
005740             add 1 to WS-CNT-DUELO
005750     END-EVALUATE.
005760 2295-RECHAZAR.
005770     add 1 to WS-CNT-RECHAZADAS.
005780     MOVE LIC-IDENTI TO LR-IDENTI.
005790     MOVE LIC-DESDE TO LR-DESDE.
005800     MOVE LIC-HASTA TO LR-HASTA.
005810     MOVE LIC-TIPO TO LR-TIPO.
005820     MOVE WS-DIAS-PEDIDOS TO LR-DIAS.
005830     MOVE WS-DISPONIBLE TO LR-DISPONIBLE.
005840     MOVE WS-MOTIVO TO LR-MOTIVO.
005850     WRITE RECHAZO-LINE FROM WS-LINEA-RECHAZO.
005860     IF NOT rch-ok THEN
005870        display 'estado-rch: ' estado-rch
005880        PERFORM 3000-FINALISIMA
005890     END-IF.
005900 2300-SALIDA SECTION.
005910 2310-RECIBIR.
005920     MOVE 'N' TO WS-FIN-ORDEN.
005930 2320-RECIBIR-UNO.
005940     RETURN arc-orden
005950         AT END
005960             MOVE 'S' TO WS-FIN-ORDEN
005970         NOT AT END
005980             PERFORM 2340-LISTAR-SALDO
005990     END-RETURN.
006000     IF WS-FIN-ORDEN NOT = 'S' THEN
006010        GO TO 2320-RECIBIR-UNO
006020     END-IF.
006030     IF WS-HAY-CCOSTO = 'S' THEN
006040        PERFORM 2350-CERRAR-CCOSTO
006050     END-IF.
006060     MOVE 'TOTAL GENERAL    ' TO LT-TEXTO.
006070     MOVE WS-CNT-EMPLEADOS TO LT-CANTIDAD.
006080     MOVE WS-TOT-DEVENGADO TO LT-DEVENGADO.
006090     MOVE WS-TOT-TOMADO TO LT-TOMADO.
006100     MOVE WS-TOT-SALDO TO LT-SALDO.
006110     WRITE SALDO-LINE FROM WS-LINEA-SUBTOTAL.
006120 2330-FIN-SALIDA.
006130     EXIT.
006140 2360-LISTADO SECTION.
006150 2340-LISTAR-SALDO.
006160     IF WS-HAY-CCOSTO = 'S' AND sort-ccosto NOT = WS-CORTE-CCOSTO
006170        PERFORM 2350-CERRAR-CCOSTO
006180     END-IF.
006190     IF WS-HAY-CCOSTO NOT = 'S' THEN
006200        MOVE 'S' TO WS-HAY-CCOSTO
006210        MOVE sort-ccosto TO WS-CORTE-CCOSTO
006220        MOVE sort-ccosto TO LC-CCOSTO
006230        WRITE SALDO-LINE FROM WS-LINEA-BLANCA
006240        WRITE SALDO-LINE FROM WS-LINEA-CCOSTO
006250     END-IF.
006260     COMPUTE WS-SALDO = sort-devengado - sort-tomado.
006270     MOVE sort-identi TO LS-IDENTI.
006280     MOVE sort-apellido TO LS-APELLIDO.
006290     MOVE sort-anuales TO LS-ANUALES.
006300     MOVE sort-arrastre TO LS-ARRASTRE.
006310     MOVE sort-devengado TO LS-DEVENGADO.
006320     MOVE sort-tomado TO LS-TOMADO.
006330     MOVE WS-SALDO TO LS-SALDO.
006340     WRITE SALDO-LINE FROM WS-LINEA-SALDO.
006350     IF NOT sal-ok THEN
006360        display 'estado-sal: ' estado-sal
006370        PERFORM 3000-FINALISIMA
006380     END-IF.
006390     add 1 to WS-CNT-CC-EMPL.
006400     add sort-devengado to WS-CC-DEVENGADO WS-TOT-DEVENGADO.
006410     add sort-tomado to WS-CC-TOMADO WS-TOT-TOMADO.
006420     add WS-SALDO to WS-CC-SALDO WS-TOT-SALDO.
006430 2350-CERRAR-CCOSTO.
006440     MOVE 'TOTAL CENTRO     ' TO LT-TEXTO.
006450     MOVE WS-CNT-CC-EMPL TO LT-CANTIDAD.
006460     MOVE WS-CC-DEVENGADO TO LT-DEVENGADO.
006470     MOVE WS-CC-TOMADO TO LT-TOMADO.
006480     MOVE WS-CC-SALDO TO LT-SALDO.
006490     WRITE SALDO-LINE FROM WS-LINEA-SUBTOTAL.
006500     MOVE ZERO TO WS-CNT-CC-EMPL WS-CC-DEVENGADO WS-CC-TOMADO
006510        WS-CC-SALDO.
006520     MOVE 'N' TO WS-HAY-CCOSTO.
006530 3000-FINAL SECTION.
006540 3000-FINALISIMA.
006550     PERFORM 3010-REPORTE-TOTALES.
006551*
006552* RETURN-CODE for CADENA: 12 on a stop, 4 when a request was
006553* rejected, so the rejection listing is looked at before pay.
006554*
006555     IF WS-RETORNO = ZERO AND WS-CNT-RECHAZADAS > ZERO THEN
006556        MOVE 4 TO WS-RETORNO
006557     END-IF.
006560     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
006570     CLOSE arc-licencias arc-vacaciones arc-empleados
006580           arc-aprobadas arc-rechazos arc-saldos.
006590     DISPLAY "parrafo final".
006593     DISPLAY "RETORNO: " WS-RETORNO.
006596     MOVE WS-RETORNO TO RETURN-CODE.
006600     STOP RUN.
006610 3010-REPORTE-TOTALES.
006620     DISPLAY "-----------------------------------------".
006630     DISPLAY "  RESUMEN DE LICENCIAS - LICENCIA.CBL".
006640     DISPLAY "-----------------------------------------".
006650     DISPLAY "  LICENCIAS LEIDAS : " WS-CNT-LEIDAS.
006660     DISPLAY "  APROBADAS        : " WS-CNT-APROBADAS.
006670     DISPLAY "    VACACIONES     : " WS-CNT-VACACIONES.
006680     DISPLAY "    ENFERMEDAD     : " WS-CNT-ENFERMEDAD.
006690     DISPLAY "    DUELO          : " WS-CNT-DUELO.
006700     DISPLAY "  RECHAZADAS       : " WS-CNT-RECHAZADAS.
006710     DISPLAY "    SIN SALDO      : " WS-CNT-SIN-SALDO.
006720     DISPLAY "  EMPLEADOS        : " WS-CNT-EMPLEADOS.
006730     DISPLAY "  VACACIONES LEIDAS: " WS-CNT-VAC-LEIDAS.
006740     DISPLAY "-----------------------------------------".
006750** add other procedures here
006760 END PROGRAM LICENCIA.
