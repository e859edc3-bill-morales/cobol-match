000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Weekly cross-file integrity sweep. Every program checks
000050*          its own inputs; this one checks that the files agree
000060*          with each other. Against the employee master it
000070*          reports identis of sanciones.txt and suspenso.txt that
000080*          are not on it, active employees missing from the latest
000090*          escritura.txt, escritura.txt against its .idx twin
000100*          (count, keys and content), ccostos no longer in
000110*          ccostos.txt, bank accounts shared by more than one
000120*          employee and every master record that replaying
000130*          empleados.bak plus emp_journal.txt the way RESTAURA
000140*          does would not give back. Each finding carries a
000150*          severity: CRITICA can pay the wrong person or amount,
000160*          ALTA can leave someone unpaid, MEDIA is bookkeeping to
000170*          put right. The findings go to integridad.txt.
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program. Run once a week, not part of
000220*                    CADENA; it only reads. RETURN-CODE 0 clean,
000230*                    4 with any finding, 12 on a stop.
000240*   2026-10-15  BMD  ccostos.txt beyond the 100-entry table
000250*                    stops the run; a shared account with more
000260*                    than 100 holders says its list was cut.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. INTEGRIDAD.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340*-----------------------
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     select arc-empleados assign to '../empleados.dat'
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE IS SEQUENTIAL
000400     RECORD KEY IS EMP-ID
000410     FILE STATUS IS ESTADO-EMP.
000420     select arc-backup assign to '../empleados.bak'
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS SEQUENTIAL
000450     RECORD KEY IS BAK-ID
000460     FILE STATUS IS ESTADO-BAK.
000470     select arc-journal assign to '../emp_journal.txt'
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS ESTADO-JRN.
000500     select arc-sanciones assign to '../sanciones.txt'
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS estado-san.
000530     select arc-suspenso assign to '../suspenso.txt'
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS estado-sus.
000560     select arc-escritura assign to DYNAMIC WS-ESCRITURA-PATH
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS estado-esc.
000590     select arc-escridx assign to DYNAMIC WS-ESCRIDX-PATH
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS SEQUENTIAL
000620     RECORD KEY IS idx-identi
000630     FILE STATUS IS estado-idx.
000640     select arc-ccostos assign to '../ccostos.txt'
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS ESTADO-CCO.
000670     select arc-reporte assign to '../integridad.txt'
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS estado-rep.
000700     select arc-orden-cta assign to '../integridad_cta.tmp'.
000710     select arc-orden-jrn assign to '../integridad_jrn.tmp'.
000720*-----------------------
000730 DATA DIVISION.
000740*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000750 FILE SECTION.
000760 FD arc-empleados
000770 RECORDING MODE IS F.
000780 01 EMPLEADO-REC.
000790     05 EMP-ID PIC 9(6).
000800     05 EMP-NOM PIC X(20).
000810     05 EMP-APE PIC X(20).
000820     05 EMP-SUELDO PIC 9(7)V99.
000830     05 EMP-CUENTA PIC 9(10).
000840     05 EMP-CCOSTO PIC X(4).
000850     05 EMP-CTA-ESTADO PIC X(1).
000860         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000870 FD arc-backup
000880 RECORDING MODE IS F.
000890 01 BACKUP-REC.
000900     05 BAK-ID PIC 9(6).
000910     05 BAK-NOM PIC X(20).
000920     05 BAK-APE PIC X(20).
000930     05 BAK-SUELDO PIC 9(7)V99.
000940     05 BAK-CUENTA PIC 9(10).
000950     05 BAK-CCOSTO PIC X(4).
000960     05 BAK-CTA-ESTADO PIC X(1).
000970 FD arc-journal
000980 RECORDING MODE IS F.
000990 01 JOURNAL-REC.
001000     05 JR-TIPO PIC X(1).
001010         88 JR-ALTA VALUE 'A'.
001020         88 JR-CAMBIO VALUE 'C'.
001030         88 JR-BAJA VALUE 'B'.
001040     05 JR-FECHA PIC 9(8).
001050     05 JR-HORA PIC 9(8).
001060     05 JR-ANTES.
001070         10 JR-ANT-ID PIC 9(6).
001080         10 JR-ANT-NOM PIC X(20).
001090         10 JR-ANT-APE PIC X(20).
001100         10 JR-ANT-SUELDO PIC 9(7)V99.
001110         10 JR-ANT-CUENTA PIC 9(10).
001120         10 JR-ANT-CCOSTO PIC X(4).
001130         10 JR-ANT-CTA-ESTADO PIC X(1).
001140     05 JR-DESPUES.
001150         10 JR-DES-ID PIC 9(6).
001160         10 JR-DES-NOM PIC X(20).
001170         10 JR-DES-APE PIC X(20).
001180         10 JR-DES-SUELDO PIC 9(7)V99.
001190         10 JR-DES-CUENTA PIC 9(10).
001200         10 JR-DES-CCOSTO PIC X(4).
001210         10 JR-DES-CTA-ESTADO PIC X(1).
001220     05 JR-SOLICITANTE PIC X(8).
001230     05 JR-APROBADOR PIC X(8).
001240 FD arc-sanciones
001250 RECORDING MODE IS F.
001260 01 SANCION-REC.
001270     05 SAN-IDENTI PIC 9(6).
001280     05 SAN-SANCION PIC X(1).
001290 FD arc-suspenso
001300 RECORDING MODE IS F.
001310 01 suspenso.
001320     05 sus-tipo PIC X(1).
001330     05 sus-identi PIC 9(6).
001340     05 sus-nombre PIC X(6).
001350     05 sus-apellido PIC X(10).
001360     05 sus-medalla PIC X(9).
001370     05 sus-mmr PIC 9(4).
001380     05 sus-sueldo PIC 9(7).
001390     05 sus-favorito PIC X(7).
001400     05 sus-dias PIC 9(3).
001410     05 sus-sancion PIC X(1).
001420     05 sus-fecha PIC 9(8).
001430 FD arc-escritura
001440 RECORDING MODE IS F.
001450 01 inmortal.
001460     05 identi PIC 9(6).
001470     05 inmortal-resto PIC X(81).
001480 FD arc-escridx
001490 RECORDING MODE IS F.
001500 01 INMORTAL-IDX.
001510     05 idx-identi PIC 9(6).
001520     05 idx-resto PIC X(81).
001530 FD arc-ccostos
001540 RECORDING MODE IS F.
001550 01 CCOSTO-REC.
001560     05 CCO-CODIGO PIC X(4).
001570     05 CCO-DESCRIPCION PIC X(30).
001580 FD arc-reporte
001590 RECORDING MODE IS F.
001600 01 REPORTE-LINE PIC X(80).
001610 SD arc-orden-cta.
001620 01 src-reg.
001630     05 src-cuenta PIC 9(10).
001640     05 src-identi PIC 9(6).
001650 SD arc-orden-jrn.
001660 01 srj-reg.
001670     05 srj-identi PIC 9(6).
001680     05 srj-estampa PIC 9(16).
001690     05 srj-secuencia PIC 9(7).
001700     05 srj-tipo PIC X(1).
001710         88 SRJ-RESPALDO VALUE 'R'.
001720         88 SRJ-ALTA VALUE 'A'.
001730         88 SRJ-CAMBIO VALUE 'C'.
001740         88 SRJ-BAJA VALUE 'B'.
001750     05 srj-imagen PIC X(70).
001760*-----------------------
001770 WORKING-STORAGE SECTION.
001780 01 ESTADO-EMP PIC X(2).
001790     88 EMP-OK VALUE '00'.
001800     88 EMP-NO-ARCHIVO VALUE '35'.
001810 01 ESTADO-BAK PIC X(2).
001820     88 BAK-OK VALUE '00'.
001830     88 BAK-NO-ARCHIVO VALUE '35'.
001840 01 ESTADO-JRN PIC X(2).
001850     88 JRN-OK VALUE '00'.
001860     88 JRN-NO-ARCHIVO VALUE '35'.
001870 01 estado-san PIC X(2).
001880     88 san-ok value '00'.
001890     88 san-no-archivo value '35'.
001900 01 estado-sus PIC X(2).
001910     88 sus-ok value '00'.
001920     88 sus-no-archivo value '35'.
001930 01 estado-esc PIC X(2).
001940     88 esc-ok value '00'.
001950     88 esc-no-archivo value '35'.
001960 01 estado-idx PIC X(2).
001970     88 idx-ok value '00'.
001980     88 idx-no-archivo value '35'.
001990 01 ESTADO-CCO PIC X(2).
002000     88 CCO-OK VALUE '00'.
002010     88 CCO-NO-ARCHIVO VALUE '35'.
002020 01 estado-rep PIC X(2).
002030     88 rep-ok value '00'.
002040 01 WS-JOB-NAME PIC X(20) VALUE 'INTEGRIDAD'.
002050 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
002060 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
002070 01 WS-RETORNO PIC 9(2) VALUE 12.
002080 01 WS-PARAM-CLAVE PIC X(20).
002090 01 WS-PARAM-VALOR PIC X(100).
002100 01 WS-PARAM-ESTADO PIC X(2).
002110 01 WS-ESCRITURA-PATH PIC X(100).
002120 01 WS-ESCRIDX-PATH PIC X(100).
002130 01 WS-PATH-LARGO PIC 9(3) COMP.
002140 01 WS-FECHA-HOY PIC 9(8).
002150 01 WS-FIN PIC X(1).
002160 01 WS-FIN-IDX PIC X(1).
002170 01 WS-I PIC 9(4) COMP.
002180 01 WS-J PIC 9(4) COMP.
002190*
002200* The master, in key order, with what the other files said
002210* about each employee.
002220*
002230 01 WS-MAE-CNT PIC 9(4) COMP VALUE ZERO.
002240 01 WS-TABLA-MAESTRO.
002250     05 WS-MAE-ITEM OCCURS 1 TO 9999 TIMES
002260        DEPENDING ON WS-MAE-CNT
002270        ASCENDING KEY IS WS-M-ID
002280        INDEXED BY MAE-IDX.
002290         10 WS-M-EMPLEADO.
002300             15 WS-M-ID PIC 9(6).
002310             15 WS-M-NOM PIC X(20).
002320             15 WS-M-APE PIC X(20).
002330             15 WS-M-SUELDO PIC 9(7)V99.
002340             15 WS-M-CUENTA PIC 9(10).
002350             15 WS-M-CCOSTO PIC X(4).
002360             15 WS-M-CTA-ESTADO PIC X(1).
002370         10 WS-M-EN-ESCRITURA PIC X(1).
002380         10 WS-M-EN-SUSPENSO PIC X(1).
002390         10 WS-M-EN-JOURNAL PIC X(1).
002400 01 WS-BUSCA-ID PIC 9(6).
002410 01 WS-MAE-HALLADO PIC X(1).
002420*
002430* Cost centers.
002440*
002450 01 WS-CCO-FIN PIC X(1).
002460 01 WS-CCO-CARGADA PIC X(1) VALUE 'N'.
002470 01 WS-CCO-CNT PIC 9(3) COMP VALUE ZERO.
002480 01 WS-TABLA-CCOSTOS.
002490     05 WS-CCO-ITEM OCCURS 100.
002500         10 WS-CCO-CODIGO PIC X(4).
002510 01 WS-EN-CCOSTOS PIC X(1).
002520*
002530* escritura.txt and its twin.
002540*
002550 01 WS-ESC-LEIDA PIC X(1) VALUE 'N'.
002560 01 WS-ESC-EN-ORDEN PIC X(1) VALUE 'S'.
002570 01 WS-ESC-ANTERIOR PIC 9(6) VALUE ZERO.
002580 01 WS-ESC-CNT PIC 9(7) COMP VALUE ZERO.
002590 01 WS-IDX-CNT PIC 9(7) COMP VALUE ZERO.
002600 01 WS-CLAVE-ESC PIC X(6).
002610 01 WS-CLAVE-IDX PIC X(6).
002620*
002630* Accounts: one group of the account sort.
002640*
002650 01 WS-HAY-CUENTA PIC X(1) VALUE 'N'.
002660 01 WS-CTA-ACTUAL PIC 9(10).
002670 01 WS-GRP-CNT PIC 9(4) COMP.
002680 01 WS-TABLA-GRUPO.
002690     05 WS-GRP-IDENTI PIC 9(6) OCCURS 100.
002700*
002710* Journal replay: one identi of the replay sort.
002720*
002730 01 WS-SECUENCIA PIC 9(7) VALUE ZERO.
002740 01 WS-SIN-RESPALDO PIC X(1) VALUE 'N'.
002750 01 WS-SIN-JOURNAL PIC X(1) VALUE 'N'.
002760 01 WS-REPLAY-OMITIDO PIC X(1) VALUE 'N'.
002770 01 WS-HAY-REPLAY PIC X(1) VALUE 'N'.
002780 01 WS-REP-ID PIC 9(6).
002790 01 WS-REP-EXISTE PIC X(1).
002800 01 WS-REP-EMPLEADO.
002810     05 WS-R-ID PIC 9(6).
002820     05 WS-R-NOM PIC X(20).
002830     05 WS-R-APE PIC X(20).
002840     05 WS-R-SUELDO PIC 9(7)V99.
002850     05 WS-R-CUENTA PIC 9(10).
002860     05 WS-R-CCOSTO PIC X(4).
002870     05 WS-R-CTA-ESTADO PIC X(1).
002880 01 WS-RET-FIN PIC X(1).
002890*
002900* One finding, and the count of findings per control.
002910*
002920 01 WS-H-SEVERIDAD PIC X(7).
002930 01 WS-H-CONTROL PIC 9(1).
002940 01 WS-H-IDENTI PIC 9(6).
002950 01 WS-H-DETALLE PIC X(53).
002960 01 WS-NOMBRES-CONTROL.
002970     05 FILLER PIC X(10) VALUE 'SANCIONES'.
002980     05 FILLER PIC X(10) VALUE 'SUSPENSO'.
002990     05 FILLER PIC X(10) VALUE 'ESCRITURA'.
003000     05 FILLER PIC X(10) VALUE 'INDICE'.
003010     05 FILLER PIC X(10) VALUE 'CCOSTOS'.
003020     05 FILLER PIC X(10) VALUE 'CUENTAS'.
003030     05 FILLER PIC X(10) VALUE 'JOURNAL'.
003040 01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-CONTROL.
003050     05 WS-CONTROL-NOMBRE PIC X(10) OCCURS 7.
003060 01 WS-TABLA-CUENTAS-CTL.
003070     05 WS-CTL-ITEM OCCURS 7.
003080         10 WS-C-CRITICA PIC 9(7) COMP.
003090         10 WS-C-ALTA PIC 9(7) COMP.
003100         10 WS-C-MEDIA PIC 9(7) COMP.
003110 01 WS-NUM-EDIT PIC Z(9)9.
003120 01 WS-NUM-EDIT2 PIC Z(9)9.
003130 01 WS-CNT-EDIT PIC ZZZ9.
003140 01 WS-CONTADORES.
003150     05 WS-CNT-MAESTRO    PIC 9(7) COMP VALUE ZERO.
003160     05 WS-CNT-SANCIONES  PIC 9(7) COMP VALUE ZERO.
003170     05 WS-CNT-SUSPENSO   PIC 9(7) COMP VALUE ZERO.
003180     05 WS-CNT-JOURNAL    PIC 9(7) COMP VALUE ZERO.
003190     05 WS-CNT-RESPALDO   PIC 9(7) COMP VALUE ZERO.
003200     05 WS-CNT-CRITICA    PIC 9(7) COMP VALUE ZERO.
003210     05 WS-CNT-ALTA       PIC 9(7) COMP VALUE ZERO.
003220     05 WS-CNT-MEDIA      PIC 9(7) COMP VALUE ZERO.
003230 01 WS-ENC1.
003240     05 FILLER PIC X(45) VALUE
003250        "CONTROL DE INTEGRIDAD ENTRE ARCHIVOS - FECHA ".
003260     05 EN-FECHA PIC 9(8).
003270     05 FILLER PIC X(27) VALUE SPACES.
003280 01 WS-ENC2.
003290     05 FILLER PIC X(8) VALUE "SEVERID ".
003300     05 FILLER PIC X(11) VALUE "CONTROL    ".
003310     05 FILLER PIC X(8) VALUE "IDENTI  ".
003320     05 FILLER PIC X(53) VALUE "DETALLE".
003330 01 WS-ENC3 PIC X(80) VALUE ALL "-".
003340 01 WS-ENC4 PIC X(80) VALUE "RESUMEN POR CONTROL".
003350 01 WS-ENC5.
003360     05 FILLER PIC X(10) VALUE "CONTROL".
003370     05 FILLER PIC X(10) VALUE "   CRITICA".
003380     05 FILLER PIC X(10) VALUE "      ALTA".
003390     05 FILLER PIC X(10) VALUE "     MEDIA".
003400     05 FILLER PIC X(40) VALUE SPACES.
003410 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
003420 01 WS-LINEA-PARAM.
003430     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
003440     05 LPA-CLAVE PIC X(21).
003450     05 LPA-VALOR PIC X(48).
003460 01 WS-LINEA-NOTA.
003470     05 FILLER PIC X(6) VALUE 'NOTA: '.
003480     05 LN-TEXTO PIC X(74).
003490 01 WS-LINEA-HALLAZGO.
003500     05 LH-SEVERIDAD PIC X(7).
003510     05 FILLER PIC X(1) VALUE SPACE.
003520     05 LH-CONTROL PIC X(10).
003530     05 FILLER PIC X(1) VALUE SPACE.
003540     05 LH-IDENTI PIC Z(5)9.
003550     05 FILLER PIC X(2) VALUE SPACES.
003560     05 LH-DETALLE PIC X(53).
003570 01 WS-LINEA-RESUMEN.
003580     05 LR-CONTROL PIC X(10).
003590     05 LR-CRITICA PIC Z(9)9.
003600     05 LR-ALTA PIC Z(9)9.
003610     05 LR-MEDIA PIC Z(9)9.
003620     05 FILLER PIC X(40) VALUE SPACES.
003630*-----------------------
003640 PROCEDURE DIVISION.
003650*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003660 MAIN-PROCEDURE.
003670**
003680* Load the master, hold every other file up against it, then
003690* replay the journal and see whether it gives the master back.
003700**
003710     PERFORM 1000-COMIENZO
003720     PERFORM 1100-CARGAR-MAESTRO
003730     PERFORM 1200-CARGAR-CCOSTOS
003740     PERFORM 2100-VER-SANCIONES
003750     PERFORM 2200-VER-SUSPENSO
003760     PERFORM 2300-VER-ESCRITURA
003770     PERFORM 2350-VER-AUSENTES
003780     PERFORM 2400-VER-INDICE
003790     PERFORM 2500-VER-CCOSTOS
003800     SORT arc-orden-cta
003810        ON ASCENDING KEY src-cuenta src-identi
003820        INPUT PROCEDURE IS 4000-ENTRADA-CTA
003830        OUTPUT PROCEDURE IS 4100-SALIDA-CTA
003840     SORT arc-orden-jrn
003850        ON ASCENDING KEY srj-identi srj-estampa srj-secuencia
003860        INPUT PROCEDURE IS 4200-ENTRADA-JRN
003870        OUTPUT PROCEDURE IS 4300-SALIDA-JRN
003880     PERFORM 2700-VER-SIN-JOURNAL
003890     PERFORM 2800-ESCRIBIR-RESUMEN
003900     MOVE 'FIN OK' TO WS-JOB-ESTADO
003910     MOVE ZERO TO WS-RETORNO
003920     PERFORM 3000-FINALISIMA
003930     STOP RUN.
003940 1000-COMIENZO.
003950     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
003960     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003970     MOVE 'ARCHIVOS_ESCRITURA' TO WS-PARAM-CLAVE.
003980     PERFORM 1900-LEER-PARAMETRO.
003990     IF WS-PARAM-ESTADO = '00' THEN
004000        MOVE WS-PARAM-VALOR TO WS-ESCRITURA-PATH
004010     ELSE
004020        MOVE '../escritura.txt' TO WS-ESCRITURA-PATH
004030     END-IF.
004040     PERFORM 1050-ARMAR-RUTA-IDX.
004050     DISPLAY 'PARAMETROS EFECTIVOS - INTEGRIDAD'.
004060     DISPLAY '  ARCHIVOS_ESCRITURA : ' WS-ESCRITURA-PATH.
004070     INITIALIZE WS-TABLA-CUENTAS-CTL.
004080     OPEN OUTPUT arc-reporte.
004090     IF NOT rep-ok THEN
004100        display 'estado-rep: ' estado-rep
004110        PERFORM 3000-FINALISIMA
004120     END-IF.
004130     MOVE WS-FECHA-HOY TO EN-FECHA.
004140     WRITE REPORTE-LINE FROM WS-ENC1.
004150     MOVE 'ARCHIVOS_ESCRITURA' TO LPA-CLAVE.
004160     MOVE WS-ESCRITURA-PATH TO LPA-VALOR.
004170     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
004180     WRITE REPORTE-LINE FROM WS-ENC3.
004190     WRITE REPORTE-LINE FROM WS-ENC2.
004200     WRITE REPORTE-LINE FROM WS-ENC3.
004210 1050-ARMAR-RUTA-IDX.
004220*
004230* The twin is <roster>.idx, the same name ARCHIVOS gives it.
004240*
004250     MOVE 100 TO WS-PATH-LARGO.
004260     PERFORM 1051-RETROCEDER-RUTA
004270        UNTIL WS-PATH-LARGO = ZERO OR
004280              WS-ESCRITURA-PATH(WS-PATH-LARGO:1) NOT = SPACE.
004290     MOVE SPACES TO WS-ESCRIDX-PATH.
004300     STRING WS-ESCRITURA-PATH(1:WS-PATH-LARGO)
004310               DELIMITED BY SIZE
004320            '.idx' DELIMITED BY SIZE
004330            INTO WS-ESCRIDX-PATH.
004340 1051-RETROCEDER-RUTA.
004350     SUBTRACT 1 FROM WS-PATH-LARGO.
004360 1100-CARGAR-MAESTRO.
004370     OPEN INPUT arc-empleados.
004380     IF EMP-NO-ARCHIVO THEN
004390        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
004400        PERFORM 3000-FINALISIMA
004410     END-IF.
004420     IF NOT EMP-OK THEN
004430        display 'ESTADO-EMP: ' ESTADO-EMP
004440        PERFORM 3000-FINALISIMA
004450     END-IF.
004460     MOVE 'N' TO WS-FIN.
004470     PERFORM 1110-LEER-EMPLEADO UNTIL WS-FIN = 'S'.
004480     CLOSE arc-empleados.
004490 1110-LEER-EMPLEADO.
004500     READ arc-empleados
004510         AT END
004520             MOVE 'S' TO WS-FIN
004530         NOT AT END
004540             IF WS-MAE-CNT = 9999 THEN
004550                display 'EL MAESTRO EXCEDE LA TABLA DE 9999'
004560                PERFORM 3000-FINALISIMA
004570             END-IF
004580             add 1 to WS-MAE-CNT WS-CNT-MAESTRO
004590             MOVE EMPLEADO-REC TO WS-M-EMPLEADO(WS-MAE-CNT)
004600             MOVE 'N' TO WS-M-EN-ESCRITURA(WS-MAE-CNT)
004610             MOVE 'N' TO WS-M-EN-SUSPENSO(WS-MAE-CNT)
004620             MOVE 'N' TO WS-M-EN-JOURNAL(WS-MAE-CNT)
004630     END-READ.
004640     IF NOT EMP-OK AND ESTADO-EMP NOT = '10' THEN
004650        display 'ESTADO-EMP: ' ESTADO-EMP
004660        PERFORM 3000-FINALISIMA
004670     END-IF.
004680 1200-CARGAR-CCOSTOS.
004690     OPEN INPUT arc-ccostos.
004700     IF CCO-NO-ARCHIVO THEN
004710        MOVE 'MEDIA' TO WS-H-SEVERIDAD
004720        MOVE 5 TO WS-H-CONTROL
004730        MOVE ZERO TO WS-H-IDENTI
004740        MOVE 'NO EXISTE CCOSTOS.TXT, CCOSTOS NO CONTROLADOS'
004750           TO WS-H-DETALLE
004760        PERFORM 2950-HALLAZGO
004770        EXIT PARAGRAPH
004780     END-IF.
004790     IF NOT CCO-OK THEN
004800        display 'ESTADO-CCO: ' ESTADO-CCO
004810        PERFORM 3000-FINALISIMA
004820     END-IF.
004830     MOVE 'S' TO WS-CCO-CARGADA.
004840     MOVE 'N' TO WS-CCO-FIN.
004850     PERFORM 1210-CARGAR-CCO-ITEM UNTIL WS-CCO-FIN = 'S'.
004860     CLOSE arc-ccostos.
004870 1210-CARGAR-CCO-ITEM.
004880     READ arc-ccostos
004890         AT END
004900             MOVE 'S' TO WS-CCO-FIN
004910         NOT AT END
004920             IF WS-CCO-CNT < 100 THEN
004930                add 1 to WS-CCO-CNT
004940                MOVE CCO-CODIGO TO WS-CCO-CODIGO(WS-CCO-CNT)
004950             ELSE
004960                display 'TABLA DE CCOSTOS LLENA: ' CCO-CODIGO
004970                PERFORM 3000-FINALISIMA
004980             END-IF
004990     END-READ.
005000 1900-LEER-PARAMETRO.
005010     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
005020        WS-PARAM-ESTADO.
005030     IF WS-PARAM-ESTADO = '99' THEN
005040        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
005050        PERFORM 3000-FINALISIMA
005060     END-IF.
005070 2100-VER-SANCIONES.
005080     OPEN INPUT arc-sanciones.
005090     IF san-no-archivo THEN
005100        MOVE 'NO EXISTE SANCIONES.TXT' TO LN-TEXTO
005110        PERFORM 2960-NOTA
005120        EXIT PARAGRAPH
005130     END-IF.
005140     IF NOT san-ok THEN
005150        display 'estado-san: ' estado-san
005160        PERFORM 3000-FINALISIMA
005170     END-IF.
005180     MOVE 'N' TO WS-FIN.
005190     PERFORM 2110-LEER-SANCION UNTIL WS-FIN = 'S'.
005200     CLOSE arc-sanciones.
005210 2110-LEER-SANCION.
005220     READ arc-sanciones
005230         AT END
005240             MOVE 'S' TO WS-FIN
005250         NOT AT END
005260             add 1 to WS-CNT-SANCIONES
005270             MOVE SAN-IDENTI TO WS-BUSCA-ID
005280             PERFORM 2900-BUSCAR-MAESTRO
005290             IF WS-MAE-HALLADO = 'N' THEN
005300                MOVE 'MEDIA' TO WS-H-SEVERIDAD
005310                MOVE 1 TO WS-H-CONTROL
005320                MOVE SAN-IDENTI TO WS-H-IDENTI
005330                MOVE 'SANCION DE UN IDENTI AUSENTE DEL MAESTRO'
005340                   TO WS-H-DETALLE
005350                PERFORM 2950-HALLAZGO
005360             END-IF
005370     END-READ.
005380     IF NOT san-ok AND estado-san NOT = '10' THEN
005390        display 'estado-san: ' estado-san
005400        PERFORM 3000-FINALISIMA
005410     END-IF.
005420 2200-VER-SUSPENSO.
005430     OPEN INPUT arc-suspenso.
005440     IF sus-no-archivo THEN
005450        MOVE 'NO EXISTE SUSPENSO.TXT' TO LN-TEXTO
005460        PERFORM 2960-NOTA
005470        EXIT PARAGRAPH
005480     END-IF.
005490     IF NOT sus-ok THEN
005500        display 'estado-sus: ' estado-sus
005510        PERFORM 3000-FINALISIMA
005520     END-IF.
005530     MOVE 'N' TO WS-FIN.
005540     PERFORM 2210-LEER-SUSPENSO UNTIL WS-FIN = 'S'.
005550     CLOSE arc-suspenso.
005560 2210-LEER-SUSPENSO.
005570     READ arc-suspenso
005580         AT END
005590             MOVE 'S' TO WS-FIN
005600         NOT AT END
005610             add 1 to WS-CNT-SUSPENSO
005620             MOVE sus-identi TO WS-BUSCA-ID
005630             PERFORM 2900-BUSCAR-MAESTRO
005640             IF WS-MAE-HALLADO = 'S' THEN
005650                MOVE 'S' TO WS-M-EN-SUSPENSO(MAE-IDX)
005660             ELSE
005670                MOVE 'MEDIA' TO WS-H-SEVERIDAD
005680                MOVE 2 TO WS-H-CONTROL
005690                MOVE sus-identi TO WS-H-IDENTI
005700                MOVE 'EN SUSPENSO Y NO ESTA EN EL MAESTRO'
005710                   TO WS-H-DETALLE
005720                PERFORM 2950-HALLAZGO
005730             END-IF
005740     END-READ.
005750     IF NOT sus-ok AND estado-sus NOT = '10' THEN
005760        display 'estado-sus: ' estado-sus
005770        PERFORM 3000-FINALISIMA
005780     END-IF.
005790 2300-VER-ESCRITURA.
005800     OPEN INPUT arc-escritura.
005810     IF esc-no-archivo THEN
005820        MOVE 'ALTA' TO WS-H-SEVERIDAD
005830        MOVE 3 TO WS-H-CONTROL
005840        MOVE ZERO TO WS-H-IDENTI
005850        MOVE 'NO EXISTE LA ULTIMA ESCRITURA' TO WS-H-DETALLE
005860        PERFORM 2950-HALLAZGO
005870        EXIT PARAGRAPH
005880     END-IF.
005890     IF NOT esc-ok THEN
005900        display 'estado-esc: ' estado-esc
005910        PERFORM 3000-FINALISIMA
005920     END-IF.
005930     MOVE 'S' TO WS-ESC-LEIDA.
005940     MOVE 'N' TO WS-FIN.
005950     PERFORM 2310-LEER-ESCRITURA UNTIL WS-FIN = 'S'.
005960     CLOSE arc-escritura.
005970 2310-LEER-ESCRITURA.
005980     READ arc-escritura
005990         AT END
006000             MOVE 'S' TO WS-FIN
006010         NOT AT END
006020             add 1 to WS-ESC-CNT
006030             IF identi < WS-ESC-ANTERIOR THEN
006040                MOVE 'N' TO WS-ESC-EN-ORDEN
006050             END-IF
006060             MOVE identi TO WS-ESC-ANTERIOR WS-BUSCA-ID
006070             PERFORM 2900-BUSCAR-MAESTRO
006080             IF WS-MAE-HALLADO = 'S' THEN
006090                MOVE 'S' TO WS-M-EN-ESCRITURA(MAE-IDX)
006100             END-IF
006110     END-READ.
006120     IF NOT esc-ok AND estado-esc NOT = '10' THEN
006130        display 'estado-esc: ' estado-esc
006140        PERFORM 3000-FINALISIMA
006150     END-IF.
006160 2350-VER-AUSENTES.
006170*
006180* Missing from the roster means missing from the bank file.
006190* One held in suspense is at least on somebody's list.
006200*
006210     IF WS-ESC-LEIDA = 'N' THEN
006220        EXIT PARAGRAPH
006230     END-IF.
006240     PERFORM 2351-VER-AUSENTE
006250        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAE-CNT.
006260 2351-VER-AUSENTE.
006270     IF WS-M-EN-ESCRITURA(WS-I) = 'N' THEN
006280        MOVE 3 TO WS-H-CONTROL
006290        MOVE WS-M-ID(WS-I) TO WS-H-IDENTI
006300        IF WS-M-EN-SUSPENSO(WS-I) = 'S' THEN
006310           MOVE 'MEDIA' TO WS-H-SEVERIDAD
006320           MOVE 'AUSENTE DE LA ULTIMA ESCRITURA (EN SUSPENSO)'
006330              TO WS-H-DETALLE
006340        ELSE
006350           MOVE 'ALTA' TO WS-H-SEVERIDAD
006360           MOVE 'ACTIVO EN EL MAESTRO, AUSENTE DE LA ESCRITURA'
006370              TO WS-H-DETALLE
006380        END-IF
006390        PERFORM 2950-HALLAZGO
006400     END-IF.
006410 2400-VER-INDICE.
006420*
006430* Both files in identi order, matched key against key. A roster
006440* out of order cannot be matched that way and is reported alone.
006450*
006460     IF WS-ESC-LEIDA = 'N' THEN
006470        EXIT PARAGRAPH
006480     END-IF.
006490     IF WS-ESC-EN-ORDEN = 'N' THEN
006500        MOVE 'MEDIA' TO WS-H-SEVERIDAD
006510        MOVE 4 TO WS-H-CONTROL
006520        MOVE ZERO TO WS-H-IDENTI
006530        MOVE 'ESCRITURA FUERA DE ORDEN, INDICE NO COMPARADO'
006540           TO WS-H-DETALLE
006550        PERFORM 2950-HALLAZGO
006560        EXIT PARAGRAPH
006570     END-IF.
006580     OPEN INPUT arc-escridx.
006590     IF idx-no-archivo THEN
006600        MOVE 'MEDIA' TO WS-H-SEVERIDAD
006610        MOVE 4 TO WS-H-CONTROL
006620        MOVE ZERO TO WS-H-IDENTI
006630        MOVE 'NO EXISTE EL INDICE DE LA ESCRITURA' TO WS-H-DETALLE
006640        PERFORM 2950-HALLAZGO
006650        EXIT PARAGRAPH
006660     END-IF.
006670     IF NOT idx-ok THEN
006680        display 'estado-idx: ' estado-idx
006690        PERFORM 3000-FINALISIMA
006700     END-IF.
006710     OPEN INPUT arc-escritura.
006720     IF NOT esc-ok THEN
006730        display 'estado-esc: ' estado-esc
006740        PERFORM 3000-FINALISIMA
006750     END-IF.
006760     MOVE 'N' TO WS-FIN WS-FIN-IDX.
006770     PERFORM 2410-LEER-ESC-PAR.
006780     PERFORM 2420-LEER-IDX-PAR.
006790     PERFORM 2430-APAREAR
006800        UNTIL WS-FIN = 'S' AND WS-FIN-IDX = 'S'.
006810     CLOSE arc-escritura arc-escridx.
006820     IF WS-IDX-CNT NOT = WS-ESC-CNT THEN
006830        MOVE 'MEDIA' TO WS-H-SEVERIDAD
006840        MOVE 4 TO WS-H-CONTROL
006850        MOVE ZERO TO WS-H-IDENTI
006860        MOVE SPACES TO WS-H-DETALLE
006870        MOVE WS-ESC-CNT TO WS-NUM-EDIT
006880        MOVE WS-IDX-CNT TO WS-NUM-EDIT2
006890        STRING 'REGISTROS: ESCRITURA ' DELIMITED BY SIZE
006900               WS-NUM-EDIT DELIMITED BY SIZE
006910               ' INDICE ' DELIMITED BY SIZE
006920               WS-NUM-EDIT2 DELIMITED BY SIZE
006930               INTO WS-H-DETALLE
006940        PERFORM 2950-HALLAZGO
006950     END-IF.
006960 2410-LEER-ESC-PAR.
006970     READ arc-escritura
006980         AT END
006990             MOVE 'S' TO WS-FIN
007000             MOVE HIGH-VALUES TO WS-CLAVE-ESC
007010         NOT AT END
007020             MOVE identi TO WS-CLAVE-ESC
007030     END-READ.
007040     IF NOT esc-ok AND estado-esc NOT = '10' THEN
007050        display 'estado-esc: ' estado-esc
007060        PERFORM 3000-FINALISIMA
007070     END-IF.
007080 2420-LEER-IDX-PAR.
007090     READ arc-escridx
007100         AT END
007110             MOVE 'S' TO WS-FIN-IDX
007120             MOVE HIGH-VALUES TO WS-CLAVE-IDX
007130         NOT AT END
007140             add 1 to WS-IDX-CNT
007150             MOVE idx-identi TO WS-CLAVE-IDX
007160     END-READ.
007170     IF NOT idx-ok AND estado-idx NOT = '10' THEN
007180        display 'estado-idx: ' estado-idx
007190        PERFORM 3000-FINALISIMA
007200     END-IF.
007210 2430-APAREAR.
007220     MOVE 'MEDIA' TO WS-H-SEVERIDAD.
007230     MOVE 4 TO WS-H-CONTROL.
007240     EVALUATE TRUE
007250         WHEN WS-CLAVE-ESC < WS-CLAVE-IDX
007260             MOVE identi TO WS-H-IDENTI
007270             MOVE 'EN LA ESCRITURA, NO EN EL INDICE'
007280                TO WS-H-DETALLE
007290             PERFORM 2950-HALLAZGO
007300             PERFORM 2410-LEER-ESC-PAR
007310         WHEN WS-CLAVE-ESC > WS-CLAVE-IDX
007320             MOVE idx-identi TO WS-H-IDENTI
007330             MOVE 'EN EL INDICE, NO EN LA ESCRITURA'
007340                TO WS-H-DETALLE
007350             PERFORM 2950-HALLAZGO
007360             PERFORM 2420-LEER-IDX-PAR
007370         WHEN OTHER
007380             IF inmortal-resto NOT = idx-resto THEN
007390                MOVE identi TO WS-H-IDENTI
007400                MOVE 'EL INDICE NO COINCIDE CON LA ESCRITURA'
007410                   TO WS-H-DETALLE
007420                PERFORM 2950-HALLAZGO
007430             END-IF
007440             PERFORM 2410-LEER-ESC-PAR
007450             PERFORM 2420-LEER-IDX-PAR
007460     END-EVALUATE.
007470 2500-VER-CCOSTOS.
007480     IF WS-CCO-CARGADA = 'N' THEN
007490        EXIT PARAGRAPH
007500     END-IF.
007510     PERFORM 2510-VER-CCOSTO
007520        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAE-CNT.
007530 2510-VER-CCOSTO.
007540     MOVE 'N' TO WS-EN-CCOSTOS.
007550     PERFORM 2511-BUSCAR-CCOSTO
007560        VARYING WS-J FROM 1 BY 1
007570        UNTIL WS-J > WS-CCO-CNT OR WS-EN-CCOSTOS = 'S'.
007580     IF WS-EN-CCOSTOS = 'N' THEN
007590        MOVE 'MEDIA' TO WS-H-SEVERIDAD
007600        MOVE 5 TO WS-H-CONTROL
007610        MOVE WS-M-ID(WS-I) TO WS-H-IDENTI
007620        MOVE SPACES TO WS-H-DETALLE
007630        IF WS-M-CCOSTO(WS-I) = SPACES THEN
007640           MOVE 'SIN CCOSTO EN EL MAESTRO' TO WS-H-DETALLE
007650        ELSE
007660           STRING 'CCOSTO ' DELIMITED BY SIZE
007670                  WS-M-CCOSTO(WS-I) DELIMITED BY SIZE
007680                  ' NO ESTA EN CCOSTOS.TXT' DELIMITED BY SIZE
007690                  INTO WS-H-DETALLE
007700        END-IF
007710        PERFORM 2950-HALLAZGO
007720     END-IF.
007730 2511-BUSCAR-CCOSTO.
007740     IF WS-CCO-CODIGO(WS-J) = WS-M-CCOSTO(WS-I) THEN
007750        MOVE 'S' TO WS-EN-CCOSTOS
007760     END-IF.
007770 2600-PROCESAR-CUENTA.
007780     IF WS-HAY-CUENTA = 'N' OR src-cuenta NOT = WS-CTA-ACTUAL THEN
007790        IF WS-HAY-CUENTA = 'S' THEN
007800           PERFORM 2610-CERRAR-CUENTA
007810        END-IF
007820        MOVE 'S' TO WS-HAY-CUENTA
007830        MOVE src-cuenta TO WS-CTA-ACTUAL
007840        MOVE ZERO TO WS-GRP-CNT
007850     END-IF.
007860     add 1 to WS-GRP-CNT.
007870     IF WS-GRP-CNT NOT > 100 THEN
007880        MOVE src-identi TO WS-GRP-IDENTI(WS-GRP-CNT)
007890     END-IF.
007900 2610-CERRAR-CUENTA.
007910*
007920* One payment account, one employee. Every holder of a shared
007930* account is listed, since any of them may be the wrong one.
007940* Past the 100 the table holds, one more finding says the list
007950* was cut.
007960*
007970     IF WS-GRP-CNT > 1 THEN
007980        MOVE 'CRITICA' TO WS-H-SEVERIDAD
007990        MOVE 6 TO WS-H-CONTROL
008000        MOVE SPACES TO WS-H-DETALLE
008010        MOVE WS-GRP-CNT TO WS-CNT-EDIT
008020        STRING 'CUENTA ' DELIMITED BY SIZE
008030               WS-CTA-ACTUAL DELIMITED BY SIZE
008040               ' COMPARTIDA POR ' DELIMITED BY SIZE
008050               WS-CNT-EDIT DELIMITED BY SIZE
008060               ' EMPLEADOS' DELIMITED BY SIZE
008070               INTO WS-H-DETALLE
008080        PERFORM 2611-LISTAR-TITULAR
008090           VARYING WS-J FROM 1 BY 1
008100           UNTIL WS-J > WS-GRP-CNT OR WS-J > 100
008110        IF WS-GRP-CNT > 100 THEN
008120           MOVE ZERO TO WS-H-IDENTI
008130           MOVE SPACES TO WS-H-DETALLE
008140           STRING 'CUENTA ' DELIMITED BY SIZE
008150                  WS-CTA-ACTUAL DELIMITED BY SIZE
008160                  ' LISTA CORTADA EN 100' DELIMITED BY SIZE
008170                  INTO WS-H-DETALLE
008180           PERFORM 2950-HALLAZGO
008190        END-IF
008200     END-IF.
008210 2611-LISTAR-TITULAR.
008220     MOVE WS-GRP-IDENTI(WS-J) TO WS-H-IDENTI.
008230     PERFORM 2950-HALLAZGO.
008240 2650-LIBERAR-RESPALDO.
008250     add 1 to WS-CNT-RESPALDO WS-SECUENCIA.
008260     MOVE BAK-ID TO srj-identi.
008270     MOVE ZERO TO srj-estampa.
008280     MOVE WS-SECUENCIA TO srj-secuencia.
008290     MOVE 'R' TO srj-tipo.
008300     MOVE BACKUP-REC TO srj-imagen.
008310     RELEASE srj-reg.
008320 2660-LIBERAR-JOURNAL.
008330     add 1 to WS-CNT-JOURNAL WS-SECUENCIA.
008340     MOVE JR-FECHA TO srj-estampa(1:8).
008350     MOVE JR-HORA TO srj-estampa(9:8).
008360     MOVE WS-SECUENCIA TO srj-secuencia.
008370     MOVE JR-TIPO TO srj-tipo.
008380     EVALUATE TRUE
008390         WHEN JR-ALTA
008400         WHEN JR-CAMBIO
008410             MOVE JR-DES-ID TO srj-identi
008420             MOVE JR-DESPUES TO srj-imagen
008430             RELEASE srj-reg
008440         WHEN JR-BAJA
008450             MOVE JR-ANT-ID TO srj-identi
008460             MOVE JR-ANTES TO srj-imagen
008470             RELEASE srj-reg
008480         WHEN OTHER
008490             MOVE 'MEDIA' TO WS-H-SEVERIDAD
008500             MOVE 7 TO WS-H-CONTROL
008510             MOVE JR-DES-ID TO WS-H-IDENTI
008520             MOVE SPACES TO WS-H-DETALLE
008530             STRING 'TIPO DE MOVIMIENTO INVALIDO EN EL JOURNAL: '
008540                       DELIMITED BY SIZE
008550                    JR-TIPO DELIMITED BY SIZE
008560                    INTO WS-H-DETALLE
008570             PERFORM 2950-HALLAZGO
008580     END-EVALUATE.
008590 2670-PROCESAR-REPLAY.
008600*
008610* RESTAURA's rules: an alta over a live record, or a cambio or a
008620* baja with nothing under it, is thrown out of the rebuild.
008630*
008640     IF WS-HAY-REPLAY = 'N' OR srj-identi NOT = WS-REP-ID THEN
008650        IF WS-HAY-REPLAY = 'S' THEN
008660           PERFORM 2680-CERRAR-REPLAY
008670        END-IF
008680        MOVE 'S' TO WS-HAY-REPLAY
008690        MOVE srj-identi TO WS-REP-ID
008700        MOVE 'N' TO WS-REP-EXISTE
008710     END-IF.
008720     MOVE 'MEDIA' TO WS-H-SEVERIDAD.
008730     MOVE 7 TO WS-H-CONTROL.
008740     MOVE srj-identi TO WS-H-IDENTI.
008750     EVALUATE TRUE
008760         WHEN SRJ-RESPALDO AND WS-REP-EXISTE = 'S'
008770             MOVE 'DUPLICADO EN EMPLEADOS.BAK' TO WS-H-DETALLE
008780             PERFORM 2950-HALLAZGO
008790         WHEN SRJ-ALTA AND WS-REP-EXISTE = 'S'
008800             MOVE 'ALTA DE JOURNAL SOBRE UN REGISTRO EXISTENTE'
008810                TO WS-H-DETALLE
008820             PERFORM 2950-HALLAZGO
008830         WHEN SRJ-CAMBIO AND WS-REP-EXISTE = 'N'
008840             MOVE 'CAMBIO DE JOURNAL SIN REGISTRO PREVIO'
008850                TO WS-H-DETALLE
008860             PERFORM 2950-HALLAZGO
008870         WHEN SRJ-BAJA AND WS-REP-EXISTE = 'N'
008880             MOVE 'BAJA DE JOURNAL SIN REGISTRO PREVIO'
008890                TO WS-H-DETALLE
008900             PERFORM 2950-HALLAZGO
008910         WHEN SRJ-BAJA
008920             MOVE 'N' TO WS-REP-EXISTE
008930         WHEN OTHER
008940             MOVE srj-imagen TO WS-REP-EMPLEADO
008950             MOVE 'S' TO WS-REP-EXISTE
008960     END-EVALUATE.
008970 2680-CERRAR-REPLAY.
008980     MOVE WS-REP-ID TO WS-BUSCA-ID WS-H-IDENTI.
008990     PERFORM 2900-BUSCAR-MAESTRO.
009000     MOVE 7 TO WS-H-CONTROL.
009010     IF WS-MAE-HALLADO = 'N' THEN
009020        IF WS-REP-EXISTE = 'S' THEN
009030           MOVE 'ALTA' TO WS-H-SEVERIDAD
009040           MOVE 'ACTIVO SEGUN EL JOURNAL, FALTA EN EL MAESTRO'
009050              TO WS-H-DETALLE
009060           PERFORM 2950-HALLAZGO
009070        END-IF
009080        EXIT PARAGRAPH
009090     END-IF.
009100     MOVE 'S' TO WS-M-EN-JOURNAL(MAE-IDX).
009110     IF WS-REP-EXISTE = 'N' THEN
009120        MOVE 'CRITICA' TO WS-H-SEVERIDAD
009130        MOVE 'EN EL MAESTRO PERO DADO DE BAJA EN EL JOURNAL'
009140           TO WS-H-DETALLE
009150        PERFORM 2950-HALLAZGO
009160        EXIT PARAGRAPH
009170     END-IF.
009180     IF WS-R-SUELDO NOT = WS-M-SUELDO(MAE-IDX) THEN
009190        MOVE 'CRITICA' TO WS-H-SEVERIDAD
009200        MOVE 'EL SUELDO DEL MAESTRO NO SURGE DEL JOURNAL'
009210           TO WS-H-DETALLE
009220        PERFORM 2950-HALLAZGO
009230     END-IF.
009240     IF WS-R-CUENTA NOT = WS-M-CUENTA(MAE-IDX) THEN
009250        MOVE 'CRITICA' TO WS-H-SEVERIDAD
009260        MOVE 'LA CUENTA DEL MAESTRO NO SURGE DEL JOURNAL'
009270           TO WS-H-DETALLE
009280        PERFORM 2950-HALLAZGO
009290     END-IF.
009300     IF WS-R-NOM NOT = WS-M-NOM(MAE-IDX) OR
009310        WS-R-APE NOT = WS-M-APE(MAE-IDX) OR
009320        WS-R-CCOSTO NOT = WS-M-CCOSTO(MAE-IDX) OR
009330        WS-R-CTA-ESTADO NOT = WS-M-CTA-ESTADO(MAE-IDX) THEN
009340        MOVE 'MEDIA' TO WS-H-SEVERIDAD
009350        MOVE 'NOMBRE, CCOSTO O MARCA NO SURGEN DEL JOURNAL'
009360           TO WS-H-DETALLE
009370        PERFORM 2950-HALLAZGO
009380     END-IF.
009390 2700-VER-SIN-JOURNAL.
009400*
009410* A master record neither the backup nor any journal alta ever
009420* produced was keyed around the maintenance run.
009430*
009440     IF WS-REPLAY-OMITIDO = 'S' THEN
009450        EXIT PARAGRAPH
009460     END-IF.
009470     PERFORM 2710-VER-SIN-JOURNAL
009480        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAE-CNT.
009490 2710-VER-SIN-JOURNAL.
009500     IF WS-M-EN-JOURNAL(WS-I) = 'N' THEN
009510        MOVE 'CRITICA' TO WS-H-SEVERIDAD
009520        MOVE 7 TO WS-H-CONTROL
009530        MOVE WS-M-ID(WS-I) TO WS-H-IDENTI
009540        MOVE 'EN EL MAESTRO SIN ALTA EN EL JOURNAL NI RESPALDO'
009550           TO WS-H-DETALLE
009560        PERFORM 2950-HALLAZGO
009570     END-IF.
009580 2800-ESCRIBIR-RESUMEN.
009590     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
009600     WRITE REPORTE-LINE FROM WS-ENC3.
009610     WRITE REPORTE-LINE FROM WS-ENC4.
009620     WRITE REPORTE-LINE FROM WS-ENC5.
009630     PERFORM 2810-LINEA-RESUMEN
009640        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7.
009650     MOVE 'TOTAL' TO LR-CONTROL.
009660     MOVE WS-CNT-CRITICA TO LR-CRITICA.
009670     MOVE WS-CNT-ALTA TO LR-ALTA.
009680     MOVE WS-CNT-MEDIA TO LR-MEDIA.
009690     WRITE REPORTE-LINE FROM WS-LINEA-RESUMEN.
009700     IF NOT rep-ok THEN
009710        display 'estado-rep: ' estado-rep
009720        PERFORM 3000-FINALISIMA
009730     END-IF.
009740 2810-LINEA-RESUMEN.
009750     MOVE WS-CONTROL-NOMBRE(WS-I) TO LR-CONTROL.
009760     MOVE WS-C-CRITICA(WS-I) TO LR-CRITICA.
009770     MOVE WS-C-ALTA(WS-I) TO LR-ALTA.
009780     MOVE WS-C-MEDIA(WS-I) TO LR-MEDIA.
009790     WRITE REPORTE-LINE FROM WS-LINEA-RESUMEN.
009800 2900-BUSCAR-MAESTRO.
009810     MOVE 'N' TO WS-MAE-HALLADO.
009820     IF WS-MAE-CNT > ZERO THEN
009830        SEARCH ALL WS-MAE-ITEM
009840            WHEN WS-M-ID(MAE-IDX) = WS-BUSCA-ID
009850               MOVE 'S' TO WS-MAE-HALLADO
009860        END-SEARCH
009870     END-IF.
009880 2950-HALLAZGO.
009890     MOVE WS-H-SEVERIDAD TO LH-SEVERIDAD.
009900     MOVE WS-CONTROL-NOMBRE(WS-H-CONTROL) TO LH-CONTROL.
009910     MOVE WS-H-IDENTI TO LH-IDENTI.
009920     MOVE WS-H-DETALLE TO LH-DETALLE.
009930     WRITE REPORTE-LINE FROM WS-LINEA-HALLAZGO.
009940     IF NOT rep-ok THEN
009950        display 'estado-rep: ' estado-rep
009960        PERFORM 3000-FINALISIMA
009970     END-IF.
009980     EVALUATE WS-H-SEVERIDAD
009990         WHEN 'CRITICA'
010000             add 1 to WS-C-CRITICA(WS-H-CONTROL) WS-CNT-CRITICA
010010         WHEN 'ALTA'
010020             add 1 to WS-C-ALTA(WS-H-CONTROL) WS-CNT-ALTA
010030         WHEN OTHER
010040             add 1 to WS-C-MEDIA(WS-H-CONTROL) WS-CNT-MEDIA
010050     END-EVALUATE.
010060 2960-NOTA.
010070     WRITE REPORTE-LINE FROM WS-LINEA-NOTA.
010080     display LN-TEXTO.
010090 3000-FINALISIMA.
010100     PERFORM 3010-REPORTE-TOTALES.
010110     IF WS-RETORNO = ZERO AND
010120        WS-CNT-CRITICA + WS-CNT-ALTA + WS-CNT-MEDIA > ZERO THEN
010130        MOVE 4 TO WS-RETORNO
010140     END-IF.
010150     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
010160     CLOSE arc-reporte.
010170     DISPLAY "parrafo final".
010180     DISPLAY "RETORNO: " WS-RETORNO.
010190     MOVE WS-RETORNO TO RETURN-CODE.
010200     STOP RUN.
010210 3010-REPORTE-TOTALES.
010220     DISPLAY "-----------------------------------------".
010230     DISPLAY "  RESUMEN DE INTEGRIDAD - INTEGRIDAD.CBL".
010240     DISPLAY "-----------------------------------------".
010250     DISPLAY "  MAESTRO           : " WS-CNT-MAESTRO.
010260     DISPLAY "  SANCIONES         : " WS-CNT-SANCIONES.
010270     DISPLAY "  SUSPENSO          : " WS-CNT-SUSPENSO.
010280     DISPLAY "  ESCRITURA         : " WS-ESC-CNT.
010290     DISPLAY "  INDICE            : " WS-IDX-CNT.
010300     DISPLAY "  RESPALDO          : " WS-CNT-RESPALDO.
010310     DISPLAY "  JOURNAL           : " WS-CNT-JOURNAL.
010320     DISPLAY "  HALLAZGOS CRITICA : " WS-CNT-CRITICA.
010330     DISPLAY "  HALLAZGOS ALTA    : " WS-CNT-ALTA.
010340     DISPLAY "  HALLAZGOS MEDIA   : " WS-CNT-MEDIA.
010350     DISPLAY "-----------------------------------------".
010360 4000-ENTRADA-CTA SECTION.
010370 4010-LIBERAR-CUENTAS.
010380     MOVE 1 TO WS-I.
010390 4020-LIBERAR-CUENTA.
010400     IF WS-I > WS-MAE-CNT THEN
010410        GO TO 4030-FIN-ENTRADA-CTA
010420     END-IF.
010430     IF WS-M-CUENTA(WS-I) NOT = ZERO THEN
010440        MOVE WS-M-CUENTA(WS-I) TO src-cuenta
010450        MOVE WS-M-ID(WS-I) TO src-identi
010460        RELEASE src-reg
010470     END-IF.
010480     add 1 to WS-I.
010490     GO TO 4020-LIBERAR-CUENTA.
010500 4030-FIN-ENTRADA-CTA.
010510     EXIT.
010520 4100-SALIDA-CTA SECTION.
010530 4110-RECIBIR-CUENTAS.
010540     MOVE 'N' TO WS-RET-FIN.
010550 4120-RECIBIR-CUENTA.
010560     RETURN arc-orden-cta
010570         AT END
010580             MOVE 'S' TO WS-RET-FIN
010590         NOT AT END
010600             PERFORM 2600-PROCESAR-CUENTA
010610     END-RETURN.
010620     IF WS-RET-FIN NOT = 'S' THEN
010630        GO TO 4120-RECIBIR-CUENTA
010640     END-IF.
010650     IF WS-HAY-CUENTA = 'S' THEN
010660        PERFORM 2610-CERRAR-CUENTA
010670     END-IF.
010680 4130-FIN-SALIDA-CTA.
010690     EXIT.
010700 4200-ENTRADA-JRN SECTION.
010710 4210-ABRIR-RESPALDO.
010720*
010730* The backup is the base RESTAURA starts from; without one the
010740* journal is replayed from an empty master.
010750*
010760     OPEN INPUT arc-backup.
010770     IF BAK-NO-ARCHIVO THEN
010780        MOVE 'S' TO WS-SIN-RESPALDO
010790        GO TO 4230-ABRIR-JOURNAL
010800     END-IF.
010810     IF NOT BAK-OK THEN
010820        display 'ESTADO-BAK: ' ESTADO-BAK
010830        PERFORM 3000-FINALISIMA
010840     END-IF.
010850 4220-LIBERAR-RESPALDO.
010860     READ arc-backup
010870         AT END
010880             MOVE 'S' TO WS-FIN
010890         NOT AT END
010900             MOVE 'N' TO WS-FIN
010910             PERFORM 2650-LIBERAR-RESPALDO
010920     END-READ.
010930     IF NOT BAK-OK AND ESTADO-BAK NOT = '10' THEN
010940        display 'ESTADO-BAK: ' ESTADO-BAK
010950        PERFORM 3000-FINALISIMA
010960     END-IF.
010970     IF WS-FIN NOT = 'S' THEN
010980        GO TO 4220-LIBERAR-RESPALDO
010990     END-IF.
011000     CLOSE arc-backup.
011010 4230-ABRIR-JOURNAL.
011020     OPEN INPUT arc-journal.
011030     IF JRN-NO-ARCHIVO THEN
011040        MOVE 'S' TO WS-SIN-JOURNAL
011050        GO TO 4250-VER-BASE
011060     END-IF.
011070     IF NOT JRN-OK THEN
011080        display 'ESTADO-JRN: ' ESTADO-JRN
011090        PERFORM 3000-FINALISIMA
011100     END-IF.
011110 4240-LIBERAR-JOURNAL.
011120     READ arc-journal
011130         AT END
011140             MOVE 'S' TO WS-FIN
011150         NOT AT END
011160             MOVE 'N' TO WS-FIN
011170             PERFORM 2660-LIBERAR-JOURNAL
011180     END-READ.
011190     IF NOT JRN-OK AND ESTADO-JRN NOT = '10' THEN
011200        display 'ESTADO-JRN: ' ESTADO-JRN
011210        PERFORM 3000-FINALISIMA
011220     END-IF.
011230     IF WS-FIN NOT = 'S' THEN
011240        GO TO 4240-LIBERAR-JOURNAL
011250     END-IF.
011260     CLOSE arc-journal.
011270 4250-VER-BASE.
011280     IF WS-SIN-RESPALDO = 'S' AND WS-SIN-JOURNAL = 'S' THEN
011290        MOVE 'S' TO WS-REPLAY-OMITIDO
011300        MOVE 'SIN EMPLEADOS.BAK NI EMP_JOURNAL.TXT: SIN REPLAY'
011310           TO LN-TEXTO
011320        PERFORM 2960-NOTA
011330        GO TO 4260-FIN-ENTRADA-JRN
011340     END-IF.
011350     IF WS-SIN-RESPALDO = 'S' THEN
011360        MOVE 'SIN EMPLEADOS.BAK: JOURNAL REPRODUCIDO DESDE VACIO'
011370           TO LN-TEXTO
011380        PERFORM 2960-NOTA
011390     END-IF.
011400     IF WS-SIN-JOURNAL = 'S' THEN
011410        MOVE 'SIN EMP_JOURNAL.TXT: SE COMPARA CONTRA EL RESPALDO'
011420           TO LN-TEXTO
011430        PERFORM 2960-NOTA
011440     END-IF.
011450 4260-FIN-ENTRADA-JRN.
011460     EXIT.
011470 4300-SALIDA-JRN SECTION.
011480 4310-RECIBIR-REPLAY.
011490     MOVE 'N' TO WS-RET-FIN.
011500 4320-RECIBIR-MOVIMIENTO.
011510     RETURN arc-orden-jrn
011520         AT END
011530             MOVE 'S' TO WS-RET-FIN
011540         NOT AT END
011550             PERFORM 2670-PROCESAR-REPLAY
011560     END-RETURN.
011570     IF WS-RET-FIN NOT = 'S' THEN
011580        GO TO 4320-RECIBIR-MOVIMIENTO
011590     END-IF.
011600     IF WS-HAY-REPLAY = 'S' THEN
011610        PERFORM 2680-CERRAR-REPLAY
011620     END-IF.
011630 4330-FIN-SALIDA-JRN.
011640     EXIT.
011650** add other procedures here
011660 END PROGRAM INTEGRIDAD.
