000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Anonymized test-data extract. Takes a snapshot of the
000050*          production inputs (empleados.dat, the three lectura
000060*          files, fichadas.txt, sanciones.txt, historia.txt,
000070*          suspenso.txt and controles.txt) into the test directory
000080*          MUESTRA_DIRECTORIO (default ../prueba/, which must
000090*          exist; the chain then runs from its run/ subdirectory).
000100*          Names become made-up ones, EMP-CUENTA is scrambled and
000110*          every sueldo amount moves by up to MUESTRA_SUELDO_PCT
000120*          percent. Everything is worked out from the identi and
000130*          the MUESTRA_CLAVE seed, so one identi gets the same
000140*          name, the same change of sueldo and the same account in
000150*          every file; identis themselves are kept, so the merge
000160*          still matches and the files keep their order. The
000170*          LECTURA entry of controles.txt is restamped with the
000180*          new sueldo hash so the handshake still verifies.
000190* Tectonics: cobc
000200*
000210* Modification History:
000220*   2026-10-15  BMD  New program. Run on demand, not part of
000230*                    CADENA. Refuses to write into the production
000240*                    directory and to run while a restart
000250*                    checkpoint is pending. RETURN-CODE 0 clean,
000260*                    4 when an input was missing or lectura.txt
000270*                    did not match its control entry (the copy
000280*                    keeps that mismatch), 12 on a stop.
000282*   2026-10-15  BMD  MUESTRA_DIRECTORIO must be ../<name>/ with
000284*                    a single name other than . or ..; every
000286*                    other path is refused as production.
000287*   2026-10-15  BMD  historia rows with spaces in neto or extra
000288*                    (written before those fields) keep them as
000289*                    they are instead of being scrambled.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. MUESTRA.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     select arc-empleados assign to '../empleados.dat'
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS SEQUENTIAL
000420     RECORD KEY IS EMP-ID
000430     FILE STATUS IS ESTADO-EMP.
000440     select arc-pru-empleados assign to DYNAMIC WS-PRU-EMP-PATH
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS SEQUENTIAL
000470     RECORD KEY IS PRU-EMP-ID
000480     FILE STATUS IS estado-pem.
000490     select arc-lectura assign to DYNAMIC WS-LECTURA-PATH
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS estado-le1.
000520     select arc-historia assign to '../historia.txt'
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS estado-his.
000550     select arc-suspenso assign to '../suspenso.txt'
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS estado-sus.
000580     select arc-controles assign to '../controles.txt'
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS estado-ctl.
000610     select arc-checkpoint assign to '../checkpoint.txt'
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS estado-chk.
000640     select arc-copia-ent assign to DYNAMIC WS-COPIA-PATH
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS estado-cop.
000670     select arc-pru-lectura assign to DYNAMIC WS-SALIDA-PATH
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS estado-sal.
000700     select arc-pru-historia assign to DYNAMIC WS-SALIDA-PATH
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS estado-sal.
000730     select arc-pru-suspenso assign to DYNAMIC WS-SALIDA-PATH
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS estado-sal.
000760     select arc-pru-controles assign to DYNAMIC WS-SALIDA-PATH
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS estado-sal.
000790     select arc-copia-sal assign to DYNAMIC WS-SALIDA-PATH
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS estado-sal.
000820*-----------------------
000830 DATA DIVISION.
000840*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000850 FILE SECTION.
000860 FD arc-empleados
000870 RECORDING MODE IS F.
000880 01 EMPLEADO-REC.
000890     05 EMP-ID PIC 9(6).
000900     05 EMP-NOM PIC X(20).
000910     05 EMP-APE PIC X(20).
000920     05 EMP-SUELDO PIC 9(7)V99.
000930     05 EMP-CUENTA PIC 9(10).
000940     05 EMP-CCOSTO PIC X(4).
000950     05 EMP-CTA-ESTADO PIC X(1).
000960         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000970 FD arc-pru-empleados
000980 RECORDING MODE IS F.
000990 01 PRU-EMPLEADO-REC.
001000     05 PRU-EMP-ID PIC 9(6).
001010     05 PRU-EMP-NOM PIC X(20).
001020     05 PRU-EMP-APE PIC X(20).
001030     05 PRU-EMP-SUELDO PIC 9(7)V99.
001040     05 PRU-EMP-CUENTA PIC 9(10).
001050     05 PRU-EMP-CCOSTO PIC X(4).
001060     05 PRU-EMP-CTA-ESTADO PIC X(1).
001070 FD arc-lectura
001080 RECORDING MODE IS F.
001090 01 heraldo.
001100     05 identi PIC 9(6).
001110     05 nombre PIC X(6).
001120     05 apellido PIC X(10).
001130     05 sueldo PIC 9(7).
001140     05 ccosto PIC X(4).
001150 FD arc-pru-lectura
001160 RECORDING MODE IS F.
001170 01 pru-heraldo.
001180     05 pru-identi PIC 9(6).
001190     05 pru-nombre PIC X(6).
001200     05 pru-apellido PIC X(10).
001210     05 pru-sueldo PIC 9(7).
001220     05 pru-ccosto PIC X(4).
001230 FD arc-historia
001240 RECORDING MODE IS F.
001250 01 historia.
001260     05 hist-fecha PIC 9(8).
001270     05 hist-tipo PIC X(1).
001280     05 hist-identi PIC 9(6).
001290     05 hist-sueldo PIC 9(9).
001300     05 hist-dias PIC 9(3).
001310     05 hist-sancion PIC X(1).
001320     05 hist-exc-tipo PIC X(1).
001330     05 hist-ccosto PIC X(4).
001340     05 hist-neto PIC 9(9).
001350     05 hist-concepto PIC X(4).
001360     05 hist-extra PIC 9(9).
001370 FD arc-pru-historia
001380 RECORDING MODE IS F.
001390 01 pru-historia.
001400     05 pru-hist-fecha PIC 9(8).
001410     05 pru-hist-tipo PIC X(1).
001420     05 pru-hist-identi PIC 9(6).
001430     05 pru-hist-sueldo PIC 9(9).
001440     05 pru-hist-dias PIC 9(3).
001450     05 pru-hist-sancion PIC X(1).
001460     05 pru-hist-exc-tipo PIC X(1).
001470     05 pru-hist-ccosto PIC X(4).
001480     05 pru-hist-neto PIC 9(9).
001490     05 pru-hist-concepto PIC X(4).
001500     05 pru-hist-extra PIC 9(9).
001510 FD arc-suspenso
001520 RECORDING MODE IS F.
001530 01 suspenso.
001540     05 sus-tipo PIC X(1).
001550     05 sus-identi PIC 9(6).
001560     05 sus-nombre PIC X(6).
001570     05 sus-apellido PIC X(10).
001580     05 sus-medalla PIC X(9).
001590     05 sus-mmr PIC 9(4).
001600     05 sus-sueldo PIC 9(7).
001610     05 sus-favorito PIC X(7).
001620     05 sus-dias PIC 9(3).
001630     05 sus-sancion PIC X(1).
001640     05 sus-fecha PIC 9(8).
001650 FD arc-pru-suspenso
001660 RECORDING MODE IS F.
001670 01 pru-suspenso.
001680     05 pru-sus-tipo PIC X(1).
001690     05 pru-sus-identi PIC 9(6).
001700     05 pru-sus-nombre PIC X(6).
001710     05 pru-sus-apellido PIC X(10).
001720     05 pru-sus-medalla PIC X(9).
001730     05 pru-sus-mmr PIC 9(4).
001740     05 pru-sus-sueldo PIC 9(7).
001750     05 pru-sus-favorito PIC X(7).
001760     05 pru-sus-dias PIC 9(3).
001770     05 pru-sus-sancion PIC X(1).
001780     05 pru-sus-fecha PIC 9(8).
001790 FD arc-controles
001800 RECORDING MODE IS F.
001810 01 CONTROL-REC.
001820     05 CTL-ARCHIVO PIC X(9).
001830     05 CTL-CUENTA PIC 9(9).
001840     05 CTL-HASH PIC 9(13).
001850 FD arc-pru-controles
001860 RECORDING MODE IS F.
001870 01 PRU-CONTROL-REC.
001880     05 PRU-CTL-ARCHIVO PIC X(9).
001890     05 PRU-CTL-CUENTA PIC 9(9).
001900     05 PRU-CTL-HASH PIC 9(13).
001910 FD arc-checkpoint
001920 RECORDING MODE IS F.
001930 01 chkpt-record.
001940     05 chkpt-identi PIC 9(6).
001950 FD arc-copia-ent
001960 RECORDING MODE IS F.
001970 01 copia-ent-reg PIC X(200).
001980 FD arc-copia-sal
001990 RECORDING MODE IS F.
002000 01 copia-sal-reg PIC X(200).
002010*-----------------------
002020 WORKING-STORAGE SECTION.
002030 01 ESTADO-EMP PIC X(2).
002040     88 EMP-OK VALUE '00'.
002050     88 EMP-NO-ARCHIVO VALUE '35'.
002060 01 estado-pem PIC X(2).
002070     88 pem-ok value '00'.
002080 01 estado-le1 PIC X(2).
002090     88 le1-ok value '00'.
002100     88 le1-no-archivo value '35'.
002110 01 estado-his PIC X(2).
002120     88 his-ok value '00'.
002130     88 his-no-archivo value '35'.
002140 01 estado-sus PIC X(2).
002150     88 sus-ok value '00'.
002160     88 sus-no-archivo value '35'.
002170 01 estado-ctl PIC X(2).
002180     88 ctl-ok value '00'.
002190     88 ctl-no-archivo value '35'.
002200 01 estado-chk PIC X(2).
002210     88 chk-ok value '00'.
002220 01 estado-cop PIC X(2).
002230     88 cop-ok value '00'.
002240     88 cop-no-archivo value '35'.
002250 01 estado-sal PIC X(2).
002260     88 sal-ok value '00'.
002270 01 WS-JOB-NAME PIC X(20) VALUE 'MUESTRA'.
002280 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
002290 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
002300 01 WS-RETORNO PIC 9(2) VALUE 12.
002310 01 WS-PARAM-CLAVE PIC X(20).
002320 01 WS-PARAM-VALOR PIC X(100).
002330 01 WS-PARAM-ESTADO PIC X(2).
002340 01 WS-LECTURA-PATH PIC X(100).
002350 01 WS-LECTURA2-PATH PIC X(100).
002360 01 WS-LECTURA3-PATH PIC X(100).
002370 01 WS-DIRECTORIO PIC X(100).
002380 01 WS-DIR-LARGO PIC 9(3) COMP.
002382 01 WS-DIR-NOMBRE PIC 9(3) COMP.
002384 01 WS-DIR-BARRAS PIC 9(3) COMP.
002386 01 WS-DIR-VALIDO PIC X(1).
002390 01 WS-CLAVE PIC 9(7) VALUE ZERO.
002400 01 WS-SUELDO-PCT PIC 9(2) VALUE 10.
002410 01 WS-PRU-EMP-PATH PIC X(120).
002420 01 WS-COPIA-PATH PIC X(100).
002430 01 WS-SALIDA-PATH PIC X(120).
002440 01 WS-ARCHIVO-NOMBRE PIC X(20).
002450 01 WS-FIN PIC X(1).
002460 01 WS-CHECKPOINT-ID PIC 9(6) VALUE ZERO.
002470*
002480* Made-up names, picked by the scramble below. They fit the
002490* heraldo widths, so no extract ever has to truncate them.
002500*
002510 01 WS-NOMBRES-FIJOS.
002520     05 FILLER PIC X(6) VALUE 'ANA'.
002530     05 FILLER PIC X(6) VALUE 'LUIS'.
002540     05 FILLER PIC X(6) VALUE 'MARTA'.
002550     05 FILLER PIC X(6) VALUE 'JORGE'.
002560     05 FILLER PIC X(6) VALUE 'ELENA'.
002570     05 FILLER PIC X(6) VALUE 'PABLO'.
002580     05 FILLER PIC X(6) VALUE 'SOFIA'.
002590     05 FILLER PIC X(6) VALUE 'DIEGO'.
002600     05 FILLER PIC X(6) VALUE 'LAURA'.
002610     05 FILLER PIC X(6) VALUE 'RAUL'.
002620     05 FILLER PIC X(6) VALUE 'CLARA'.
002630     05 FILLER PIC X(6) VALUE 'HUGO'.
002640     05 FILLER PIC X(6) VALUE 'NORA'.
002650     05 FILLER PIC X(6) VALUE 'IVAN'.
002660     05 FILLER PIC X(6) VALUE 'JULIA'.
002670     05 FILLER PIC X(6) VALUE 'TOMAS'.
002680 01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-FIJOS.
002690     05 WS-NOMBRE-FALSO PIC X(6) OCCURS 16.
002700 01 WS-APELLIDOS-FIJOS.
002710     05 FILLER PIC X(10) VALUE 'ACOSTA'.
002720     05 FILLER PIC X(10) VALUE 'BENITEZ'.
002730     05 FILLER PIC X(10) VALUE 'CASTRO'.
002740     05 FILLER PIC X(10) VALUE 'DOMINGUEZ'.
002750     05 FILLER PIC X(10) VALUE 'ESPINOZA'.
002760     05 FILLER PIC X(10) VALUE 'FIGUEROA'.
002770     05 FILLER PIC X(10) VALUE 'GALLARDO'.
002780     05 FILLER PIC X(10) VALUE 'HERRERA'.
002790     05 FILLER PIC X(10) VALUE 'IBARRA'.
002800     05 FILLER PIC X(10) VALUE 'JUAREZ'.
002810     05 FILLER PIC X(10) VALUE 'LEDESMA'.
002820     05 FILLER PIC X(10) VALUE 'MOLINA'.
002830     05 FILLER PIC X(10) VALUE 'NAVARRO'.
002840     05 FILLER PIC X(10) VALUE 'OCAMPO'.
002850     05 FILLER PIC X(10) VALUE 'PERALTA'.
002860     05 FILLER PIC X(10) VALUE 'QUIROGA'.
002870 01 WS-TABLA-APELLIDOS REDEFINES WS-APELLIDOS-FIJOS.
002880     05 WS-APELLIDO-FALSO PIC X(10) OCCURS 16.
002890*
002900* The scramble of one identi.
002910*
002920 01 WS-MEZ-IDENTI PIC 9(6).
002930 01 WS-MEZ-PRODUCTO PIC 9(13).
002940 01 WS-MEZ-RESTO PIC 9(6).
002950 01 WS-MEZ-Q1 PIC 9(13).
002960 01 WS-MEZ-Q2 PIC 9(6).
002970 01 WS-MEZ-Q3 PIC 9(6).
002980 01 WS-MEZ-I PIC 9(3).
002990 01 WS-MEZ-DIVISOR PIC 9(3).
003000 01 WS-MEZ-NOMBRE PIC X(6).
003010 01 WS-MEZ-APELLIDO PIC X(10).
003020 01 WS-MEZ-PCT PIC S9(3).
003030 01 WS-CTA-PRODUCTO PIC 9(18).
003040 01 WS-CTA-COCIENTE PIC 9(18).
003050 01 WS-CTA-RESTO PIC 9(10).
003060*
003070* controles.txt, and what the copy of lectura.txt adds up to
003080* before and after the sueldos move.
003090*
003100 01 WS-CTL-CNT PIC 9(2) COMP VALUE ZERO.
003110 01 WS-TABLA-CONTROLES.
003120     05 WS-CTL-ITEM OCCURS 10.
003130         10 WS-T-ARCHIVO PIC X(9).
003140         10 WS-T-CUENTA PIC 9(9).
003150         10 WS-T-HASH PIC 9(13).
003160 01 WS-CTL-I PIC 9(2) COMP.
003170 01 WS-CTL-HALLADO PIC 9(2) COMP.
003180 01 WS-LEC-COPIADA PIC X(1) VALUE 'N'.
003190 01 WS-LEC-HASH-ORIG PIC 9(13) VALUE ZERO.
003200 01 WS-LEC-HASH-NUEVO PIC 9(13) VALUE ZERO.
003210 01 WS-HASH-AJUSTADO PIC S9(14).
003220 01 WS-CONTADORES.
003230     05 WS-CNT-MAESTRO    PIC 9(7) COMP VALUE ZERO.
003240     05 WS-CNT-CUENTAS    PIC 9(7) COMP VALUE ZERO.
003250     05 WS-CNT-LECTURA    PIC 9(7) COMP VALUE ZERO.
003260     05 WS-CNT-COPIADOS   PIC 9(7) COMP VALUE ZERO.
003270     05 WS-CNT-HISTORIA   PIC 9(7) COMP VALUE ZERO.
003280     05 WS-CNT-SUSPENSO   PIC 9(7) COMP VALUE ZERO.
003290     05 WS-CNT-CONTROLES  PIC 9(3) COMP VALUE ZERO.
003300     05 WS-CNT-FALTANTES  PIC 9(3) COMP VALUE ZERO.
003310     05 WS-CNT-AVISOS     PIC 9(3) COMP VALUE ZERO.
003320*-----------------------
003330 PROCEDURE DIVISION.
003340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003350 MAIN-PROCEDURE.
003360**
003370* Copy every production input into the test directory, the
003380* personal data scrambled on the way.
003390**
003400     PERFORM 1000-COMIENZO
003410     PERFORM 2000-MAESTRO
003420     PERFORM 2100-LECTURA
003430     MOVE WS-LECTURA2-PATH TO WS-COPIA-PATH
003440     MOVE 'lectura2.txt' TO WS-ARCHIVO-NOMBRE
003450     PERFORM 2200-COPIAR
003460     MOVE WS-LECTURA3-PATH TO WS-COPIA-PATH
003470     MOVE 'lectura3.txt' TO WS-ARCHIVO-NOMBRE
003480     PERFORM 2200-COPIAR
003490     MOVE '../fichadas.txt' TO WS-COPIA-PATH
003500     MOVE 'fichadas.txt' TO WS-ARCHIVO-NOMBRE
003510     PERFORM 2200-COPIAR
003520     MOVE '../sanciones.txt' TO WS-COPIA-PATH
003530     MOVE 'sanciones.txt' TO WS-ARCHIVO-NOMBRE
003540     PERFORM 2200-COPIAR
003550     PERFORM 2300-HISTORIA
003560     PERFORM 2400-SUSPENSO
003570     PERFORM 2500-CONTROLES
003580     MOVE 'FIN OK' TO WS-JOB-ESTADO
003590     MOVE ZERO TO WS-RETORNO
003600     PERFORM 3000-FINALISIMA
003610     STOP RUN.
003620 1000-COMIENZO.
003630     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
003640     MOVE 'ARCHIVOS_LECTURA' TO WS-PARAM-CLAVE.
003650     PERFORM 1900-LEER-PARAMETRO.
003660     IF WS-PARAM-ESTADO = '00' THEN
003670        MOVE WS-PARAM-VALOR TO WS-LECTURA-PATH
003680     ELSE
003690        MOVE '../lectura.txt' TO WS-LECTURA-PATH
003700     END-IF.
003710     MOVE 'ARCHIVOS_LECTURA2' TO WS-PARAM-CLAVE.
003720     PERFORM 1900-LEER-PARAMETRO.
003730     IF WS-PARAM-ESTADO = '00' THEN
003740        MOVE WS-PARAM-VALOR TO WS-LECTURA2-PATH
003750     ELSE
003760        MOVE '../lectura2.txt' TO WS-LECTURA2-PATH
003770     END-IF.
003780     MOVE 'ARCHIVOS_LECTURA3' TO WS-PARAM-CLAVE.
003790     PERFORM 1900-LEER-PARAMETRO.
003800     IF WS-PARAM-ESTADO = '00' THEN
003810        MOVE WS-PARAM-VALOR TO WS-LECTURA3-PATH
003820     ELSE
003830        MOVE '../lectura3.txt' TO WS-LECTURA3-PATH
003840     END-IF.
003850     MOVE 'MUESTRA_DIRECTORIO' TO WS-PARAM-CLAVE.
003860     PERFORM 1900-LEER-PARAMETRO.
003870     IF WS-PARAM-ESTADO = '00' THEN
003880        MOVE WS-PARAM-VALOR TO WS-DIRECTORIO
003890     ELSE
003900        MOVE '../prueba/' TO WS-DIRECTORIO
003910     END-IF.
003920     MOVE 'MUESTRA_CLAVE' TO WS-PARAM-CLAVE.
003930     PERFORM 1900-LEER-PARAMETRO.
003940     IF WS-PARAM-ESTADO = '00' THEN
003950        COMPUTE WS-CLAVE = FUNCTION NUMVAL(WS-PARAM-VALOR)
003960     END-IF.
003970     MOVE 'MUESTRA_SUELDO_PCT' TO WS-PARAM-CLAVE.
003980     PERFORM 1900-LEER-PARAMETRO.
003990     IF WS-PARAM-ESTADO = '00' THEN
004000        COMPUTE WS-SUELDO-PCT = FUNCTION NUMVAL(WS-PARAM-VALOR)
004010     END-IF.
004020*
004030* The seed is what keeps the scramble from being undone, so it
004040* is not shown.
004050*
004060     DISPLAY 'PARAMETROS EFECTIVOS - MUESTRA'.
004070     DISPLAY '  ARCHIVOS_LECTURA   : ' WS-LECTURA-PATH.
004080     DISPLAY '  ARCHIVOS_LECTURA2  : ' WS-LECTURA2-PATH.
004090     DISPLAY '  ARCHIVOS_LECTURA3  : ' WS-LECTURA3-PATH.
004100     DISPLAY '  MUESTRA_DIRECTORIO : ' WS-DIRECTORIO.
004110     DISPLAY '  MUESTRA_CLAVE      : (RESERVADA)'.
004120     DISPLAY '  MUESTRA_SUELDO_PCT : ' WS-SUELDO-PCT.
004130     PERFORM 1010-VALIDAR-DIRECTORIO.
004140     PERFORM 1020-LEER-CHECKPOINT.
004150     IF WS-CHECKPOINT-ID NOT = ZERO THEN
004160        display 'HAY UNA CORRIDA INTERRUMPIDA EN EL IDENTI '
004170           WS-CHECKPOINT-ID
004180        display 'LA MUESTRA NO SERIA CONSISTENTE'
004190        PERFORM 3000-FINALISIMA
004200     END-IF.
004210 1010-VALIDAR-DIRECTORIO.
004220*
004230* The extract rewrites empleados.dat and the lectura files of the
004240* directory it is pointed at, so only a sibling of the
004243* production directory is taken: ../<name>/ with a single name
004246* that is not . or .. . Anything else is refused.
004250*
004260     MOVE 100 TO WS-DIR-LARGO.
004270     PERFORM 1011-RETROCEDER-DIR
004280        UNTIL WS-DIR-LARGO = ZERO OR
004290              WS-DIRECTORIO(WS-DIR-LARGO:1) NOT = SPACE.
004300     IF WS-DIR-LARGO = ZERO THEN
004310        display 'MUESTRA_DIRECTORIO VACIO'
004320        PERFORM 3000-FINALISIMA
004330     END-IF.
004340     IF WS-DIRECTORIO(WS-DIR-LARGO:1) NOT = '/' THEN
004350        IF WS-DIR-LARGO = 100 THEN
004360           display 'MUESTRA_DIRECTORIO DEMASIADO LARGO'
004370           PERFORM 3000-FINALISIMA
004380        END-IF
004390        add 1 to WS-DIR-LARGO
004400        MOVE '/' TO WS-DIRECTORIO(WS-DIR-LARGO:1)
004410     END-IF.
004411     MOVE 'S' TO WS-DIR-VALIDO.
004412     IF WS-DIR-LARGO < 5 OR WS-DIRECTORIO(1:3) NOT = '../' THEN
004413        MOVE 'N' TO WS-DIR-VALIDO
004414     ELSE
004415        COMPUTE WS-DIR-NOMBRE = WS-DIR-LARGO - 4
004416        MOVE ZERO TO WS-DIR-BARRAS
004417        INSPECT WS-DIRECTORIO(4:WS-DIR-NOMBRE)
004418           TALLYING WS-DIR-BARRAS FOR ALL '/'
004419        IF WS-DIR-BARRAS > ZERO OR
004420           WS-DIRECTORIO(4:WS-DIR-NOMBRE) = '.' OR
004421           WS-DIRECTORIO(4:WS-DIR-NOMBRE) = '..' THEN
004422           MOVE 'N' TO WS-DIR-VALIDO
004423        END-IF
004424     END-IF.
004425     IF WS-DIR-VALIDO = 'N' THEN
004440        display 'MUESTRA_DIRECTORIO ES EL DE PRODUCCION: '
004450           WS-DIRECTORIO
004460        PERFORM 3000-FINALISIMA
004470     END-IF.
004480 1011-RETROCEDER-DIR.
004490     SUBTRACT 1 FROM WS-DIR-LARGO.
004500 1020-LEER-CHECKPOINT.
004510     MOVE ZERO TO WS-CHECKPOINT-ID.
004520     OPEN INPUT arc-checkpoint.
004530     IF chk-ok THEN
004540        READ arc-checkpoint
004550           AT END
004560              MOVE ZERO TO WS-CHECKPOINT-ID
004570           NOT AT END
004580              MOVE chkpt-identi TO WS-CHECKPOINT-ID
004590        END-READ
004600        CLOSE arc-checkpoint
004610     END-IF.
004620 1050-ARMAR-SALIDA.
004630     MOVE SPACES TO WS-SALIDA-PATH.
004640     STRING WS-DIRECTORIO(1:WS-DIR-LARGO) DELIMITED BY SIZE
004650            WS-ARCHIVO-NOMBRE DELIMITED BY SPACE
004660            INTO WS-SALIDA-PATH.
004670 1060-ABRIR-SALIDA-ERROR.
004680     display 'NO SE PUDO CREAR ' WS-SALIDA-PATH.
004690     display 'estado-sal: ' estado-sal.
004700     PERFORM 3000-FINALISIMA.
004710 1900-LEER-PARAMETRO.
004720     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
004730        WS-PARAM-ESTADO.
004740     IF WS-PARAM-ESTADO = '99' THEN
004750        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
004760        PERFORM 3000-FINALISIMA
004770     END-IF.
004780 2000-MAESTRO.
004790     OPEN INPUT arc-empleados.
004800     IF EMP-NO-ARCHIVO THEN
004810        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
004820        PERFORM 3000-FINALISIMA
004830     END-IF.
004840     IF NOT EMP-OK THEN
004850        display 'ESTADO-EMP: ' ESTADO-EMP
004860        PERFORM 3000-FINALISIMA
004870     END-IF.
004880     MOVE 'empleados.dat' TO WS-ARCHIVO-NOMBRE.
004890     PERFORM 1050-ARMAR-SALIDA.
004900     MOVE WS-SALIDA-PATH TO WS-PRU-EMP-PATH.
004910     OPEN OUTPUT arc-pru-empleados.
004920     IF NOT pem-ok THEN
004930        MOVE estado-pem TO estado-sal
004940        PERFORM 1060-ABRIR-SALIDA-ERROR
004950     END-IF.
004960     MOVE 'N' TO WS-FIN.
004970     PERFORM 2010-LEER-EMPLEADO.
004980     PERFORM 2020-ANONIMIZAR-EMPLEADO UNTIL WS-FIN = 'S'.
004990     CLOSE arc-empleados arc-pru-empleados.
005000 2010-LEER-EMPLEADO.
005010     READ arc-empleados
005020         AT END
005030             MOVE 'S' TO WS-FIN
005040     END-READ.
005050     IF NOT EMP-OK AND ESTADO-EMP NOT = '10' THEN
005060        display 'ESTADO-EMP: ' ESTADO-EMP
005070        PERFORM 3000-FINALISIMA
005080     END-IF.
005090 2020-ANONIMIZAR-EMPLEADO.
005100     MOVE EMPLEADO-REC TO PRU-EMPLEADO-REC.
005110     MOVE EMP-ID TO WS-MEZ-IDENTI.
005120     PERFORM 2900-MEZCLAR.
005130     MOVE WS-MEZ-NOMBRE TO PRU-EMP-NOM.
005140     MOVE WS-MEZ-APELLIDO TO PRU-EMP-APE.
005150     COMPUTE PRU-EMP-SUELDO ROUNDED =
005160        EMP-SUELDO + EMP-SUELDO * WS-MEZ-PCT / 100
005170     ON SIZE ERROR
005180        MOVE EMP-SUELDO TO PRU-EMP-SUELDO
005190     END-COMPUTE.
005200     PERFORM 2910-MEZCLAR-CUENTA.
005210     WRITE PRU-EMPLEADO-REC
005220         INVALID KEY
005230             display 'NO SE PUDO GRABAR EL IDENTI ' EMP-ID
005240             display 'estado-pem: ' estado-pem
005250             PERFORM 3000-FINALISIMA
005260     END-WRITE.
005270     add 1 to WS-CNT-MAESTRO.
005280     PERFORM 2010-LEER-EMPLEADO.
005290 2100-LECTURA.
005300     OPEN INPUT arc-lectura.
005310     IF le1-no-archivo THEN
005320        display 'NO EXISTE ' WS-LECTURA-PATH
005330        add 1 to WS-CNT-FALTANTES
005340        EXIT PARAGRAPH
005350     END-IF.
005360     IF NOT le1-ok THEN
005370        display 'estado-le1: ' estado-le1
005380        PERFORM 3000-FINALISIMA
005390     END-IF.
005400     MOVE 'lectura.txt' TO WS-ARCHIVO-NOMBRE.
005410     PERFORM 1050-ARMAR-SALIDA.
005420     OPEN OUTPUT arc-pru-lectura.
005430     IF NOT sal-ok THEN
005440        PERFORM 1060-ABRIR-SALIDA-ERROR
005450     END-IF.
005460     MOVE 'S' TO WS-LEC-COPIADA.
005470     MOVE 'N' TO WS-FIN.
005480     PERFORM 2110-LEER-LECTURA.
005490     PERFORM 2120-ANONIMIZAR-LECTURA UNTIL WS-FIN = 'S'.
005500     CLOSE arc-lectura arc-pru-lectura.
005510 2110-LEER-LECTURA.
005520     READ arc-lectura
005530         AT END
005540             MOVE 'S' TO WS-FIN
005550     END-READ.
005560     IF NOT le1-ok AND estado-le1 NOT = '10' THEN
005570        display 'estado-le1: ' estado-le1
005580        PERFORM 3000-FINALISIMA
005590     END-IF.
005600 2120-ANONIMIZAR-LECTURA.
005610     MOVE heraldo TO pru-heraldo.
005620     MOVE identi TO WS-MEZ-IDENTI.
005630     PERFORM 2900-MEZCLAR.
005640     MOVE WS-MEZ-NOMBRE TO pru-nombre.
005650     MOVE WS-MEZ-APELLIDO TO pru-apellido.
005660     COMPUTE pru-sueldo ROUNDED =
005665        sueldo + sueldo * WS-MEZ-PCT / 100
005670     ON SIZE ERROR
005680        MOVE 9999999 TO pru-sueldo
005690     END-COMPUTE.
005700     WRITE pru-heraldo.
005710     IF NOT sal-ok THEN
005720        display 'estado-sal: ' estado-sal
005730        PERFORM 3000-FINALISIMA
005740     END-IF.
005750     add 1 to WS-CNT-LECTURA.
005760     add sueldo to WS-LEC-HASH-ORIG.
005770     add pru-sueldo to WS-LEC-HASH-NUEVO.
005780     PERFORM 2110-LEER-LECTURA.
005790 2200-COPIAR.
005800*
005810* Files without names or amounts go across as they are.
005820*
005830     OPEN INPUT arc-copia-ent.
005840     IF cop-no-archivo THEN
005850        display 'NO EXISTE ' WS-COPIA-PATH
005860        add 1 to WS-CNT-FALTANTES
005870        EXIT PARAGRAPH
005880     END-IF.
005890     IF NOT cop-ok THEN
005900        display 'estado-cop: ' estado-cop
005910        PERFORM 3000-FINALISIMA
005920     END-IF.
005930     PERFORM 1050-ARMAR-SALIDA.
005940     OPEN OUTPUT arc-copia-sal.
005950     IF NOT sal-ok THEN
005960        PERFORM 1060-ABRIR-SALIDA-ERROR
005970     END-IF.
005980     MOVE ZERO TO WS-CNT-COPIADOS.
005990     MOVE 'N' TO WS-FIN.
006000     PERFORM 2210-COPIAR-REGISTRO UNTIL WS-FIN = 'S'.
006010     CLOSE arc-copia-ent arc-copia-sal.
006020     display '  COPIADO ' WS-ARCHIVO-NOMBRE ': ' WS-CNT-COPIADOS.
006030 2210-COPIAR-REGISTRO.
006040     READ arc-copia-ent
006050         AT END
006060             MOVE 'S' TO WS-FIN
006070         NOT AT END
006080             WRITE copia-sal-reg FROM copia-ent-reg
006090             IF NOT sal-ok THEN
006100                display 'estado-sal: ' estado-sal
006110                PERFORM 3000-FINALISIMA
006120             END-IF
006130             add 1 to WS-CNT-COPIADOS
006140     END-READ.
006150     IF NOT cop-ok AND estado-cop NOT = '10' THEN
006160        display 'estado-cop: ' estado-cop
006170        PERFORM 3000-FINALISIMA
006180     END-IF.
006190 2300-HISTORIA.
006200     OPEN INPUT arc-historia.
006210     IF his-no-archivo THEN
006220        display 'NO EXISTE ../historia.txt'
006230        add 1 to WS-CNT-FALTANTES
006240        EXIT PARAGRAPH
006250     END-IF.
006260     IF NOT his-ok THEN
006270        display 'estado-his: ' estado-his
006280        PERFORM 3000-FINALISIMA
006290     END-IF.
006300     MOVE 'historia.txt' TO WS-ARCHIVO-NOMBRE.
006310     PERFORM 1050-ARMAR-SALIDA.
006320     OPEN OUTPUT arc-pru-historia.
006330     IF NOT sal-ok THEN
006340        PERFORM 1060-ABRIR-SALIDA-ERROR
006350     END-IF.
006360     MOVE 'N' TO WS-FIN.
006370     PERFORM 2310-ANONIMIZAR-HISTORIA UNTIL WS-FIN = 'S'.
006380     CLOSE arc-historia arc-pru-historia.
006390 2310-ANONIMIZAR-HISTORIA.
006400*
006410* Sueldo, neto and extra move by the identi's own percentage, so
006420* every amount of a row keeps its proportion to the others.
006423* Rows older than neto or extra carry spaces there, copied as
006426* they are.
006430*
006440     READ arc-historia
006450         AT END
006460             MOVE 'S' TO WS-FIN
006470         NOT AT END
006480             MOVE historia TO pru-historia
006490             MOVE hist-identi TO WS-MEZ-IDENTI
006500             PERFORM 2900-MEZCLAR
006510             COMPUTE pru-hist-sueldo ROUNDED =
006520                hist-sueldo + hist-sueldo * WS-MEZ-PCT / 100
006525             IF hist-neto IS NUMERIC THEN
006530                COMPUTE pru-hist-neto ROUNDED =
006540                   hist-neto + hist-neto * WS-MEZ-PCT / 100
006543             END-IF
006546             IF hist-extra IS NUMERIC THEN
006550                COMPUTE pru-hist-extra ROUNDED =
006560                   hist-extra + hist-extra * WS-MEZ-PCT / 100
006565             END-IF
006570             WRITE pru-historia
006580             IF NOT sal-ok THEN
006590                display 'estado-sal: ' estado-sal
006600                PERFORM 3000-FINALISIMA
006610             END-IF
006620             add 1 to WS-CNT-HISTORIA
006630     END-READ.
006640     IF NOT his-ok AND estado-his NOT = '10' THEN
006650        display 'estado-his: ' estado-his
006660        PERFORM 3000-FINALISIMA
006670     END-IF.
006680 2400-SUSPENSO.
006690     OPEN INPUT arc-suspenso.
006700     IF sus-no-archivo THEN
006710        display 'NO EXISTE ../suspenso.txt'
006720        add 1 to WS-CNT-FALTANTES
006730        EXIT PARAGRAPH
006740     END-IF.
006750     IF NOT sus-ok THEN
006760        display 'estado-sus: ' estado-sus
006770        PERFORM 3000-FINALISIMA
006780     END-IF.
006790     MOVE 'suspenso.txt' TO WS-ARCHIVO-NOMBRE.
006800     PERFORM 1050-ARMAR-SALIDA.
006810     OPEN OUTPUT arc-pru-suspenso.
006820     IF NOT sal-ok THEN
006830        PERFORM 1060-ABRIR-SALIDA-ERROR
006840     END-IF.
006850     MOVE 'N' TO WS-FIN.
006860     PERFORM 2410-ANONIMIZAR-SUSPENSO UNTIL WS-FIN = 'S'.
006870     CLOSE arc-suspenso arc-pru-suspenso.
006880 2410-ANONIMIZAR-SUSPENSO.
006890     READ arc-suspenso
006900         AT END
006910             MOVE 'S' TO WS-FIN
006920         NOT AT END
006930             MOVE suspenso TO pru-suspenso
006940             MOVE sus-identi TO WS-MEZ-IDENTI
006950             PERFORM 2900-MEZCLAR
006960             MOVE WS-MEZ-NOMBRE TO pru-sus-nombre
006970             MOVE WS-MEZ-APELLIDO TO pru-sus-apellido
006980             COMPUTE pru-sus-sueldo ROUNDED =
006990                sus-sueldo + sus-sueldo * WS-MEZ-PCT / 100
007000             ON SIZE ERROR
007010                MOVE 9999999 TO pru-sus-sueldo
007020             END-COMPUTE
007030             WRITE pru-suspenso
007040             IF NOT sal-ok THEN
007050                display 'estado-sal: ' estado-sal
007060                PERFORM 3000-FINALISIMA
007070             END-IF
007080             add 1 to WS-CNT-SUSPENSO
007090     END-READ.
007100     IF NOT sus-ok AND estado-sus NOT = '10' THEN
007110        display 'estado-sus: ' estado-sus
007120        PERFORM 3000-FINALISIMA
007130     END-IF.
007140 2500-CONTROLES.
007150*
007160* The entries go across as they are, except LECTURA, whose hash
007170* moves by exactly what the sueldos moved. A lectura.txt that did
007180* not match its entry is reported and still does not match in the
007190* copy, as the merge would have found it.
007200*
007210     MOVE ZERO TO WS-CTL-CNT.
007220     OPEN INPUT arc-controles.
007230     IF ctl-no-archivo THEN
007240        display 'NO EXISTE ../controles.txt'
007250        add 1 to WS-CNT-FALTANTES
007260        EXIT PARAGRAPH
007270     END-IF.
007280     IF NOT ctl-ok THEN
007290        display 'estado-ctl: ' estado-ctl
007300        PERFORM 3000-FINALISIMA
007310     END-IF.
007320     MOVE 'N' TO WS-FIN.
007330     PERFORM 2510-CARGAR-CONTROL UNTIL WS-FIN = 'S'.
007340     CLOSE arc-controles.
007350     MOVE ZERO TO WS-CTL-HALLADO.
007360     PERFORM 2520-BUSCAR-LECTURA
007370        VARYING WS-CTL-I FROM 1 BY 1
007380        UNTIL WS-CTL-I > WS-CTL-CNT OR WS-CTL-HALLADO > ZERO.
007390     IF WS-CTL-HALLADO > ZERO AND WS-LEC-COPIADA = 'S' THEN
007400        PERFORM 2530-AJUSTAR-LECTURA
007410     END-IF.
007420     MOVE 'controles.txt' TO WS-ARCHIVO-NOMBRE.
007430     PERFORM 1050-ARMAR-SALIDA.
007440     OPEN OUTPUT arc-pru-controles.
007450     IF NOT sal-ok THEN
007460        PERFORM 1060-ABRIR-SALIDA-ERROR
007470     END-IF.
007480     PERFORM 2540-GRABAR-CONTROL
007490        VARYING WS-CTL-I FROM 1 BY 1 UNTIL WS-CTL-I > WS-CTL-CNT.
007500     CLOSE arc-pru-controles.
007510 2510-CARGAR-CONTROL.
007520     READ arc-controles
007530         AT END
007540             MOVE 'S' TO WS-FIN
007550         NOT AT END
007560             IF WS-CTL-CNT < 10 THEN
007570                add 1 to WS-CTL-CNT
007580                MOVE CTL-ARCHIVO TO WS-T-ARCHIVO(WS-CTL-CNT)
007590                MOVE CTL-CUENTA TO WS-T-CUENTA(WS-CTL-CNT)
007600                MOVE CTL-HASH TO WS-T-HASH(WS-CTL-CNT)
007610             END-IF
007620     END-READ.
007630 2520-BUSCAR-LECTURA.
007640     IF WS-T-ARCHIVO(WS-CTL-I) = 'LECTURA' THEN
007650        MOVE WS-CTL-I TO WS-CTL-HALLADO
007660     END-IF.
007670 2530-AJUSTAR-LECTURA.
007680     IF WS-T-CUENTA(WS-CTL-HALLADO) NOT = WS-CNT-LECTURA OR
007690        WS-T-HASH(WS-CTL-HALLADO) NOT = WS-LEC-HASH-ORIG THEN
007700        display 'LECTURA NO COINCIDE CON SU CONTROL'
007710        display '  CONTROL: ' WS-T-CUENTA(WS-CTL-HALLADO)
007720           ' HASH: ' WS-T-HASH(WS-CTL-HALLADO)
007730        display '  LEIDO  : ' WS-CNT-LECTURA
007740           ' HASH: ' WS-LEC-HASH-ORIG
007750        add 1 to WS-CNT-AVISOS
007760     END-IF.
007770     COMPUTE WS-HASH-AJUSTADO = WS-T-HASH(WS-CTL-HALLADO)
007780        - WS-LEC-HASH-ORIG + WS-LEC-HASH-NUEVO.
007790     IF WS-HASH-AJUSTADO < ZERO THEN
007800        MOVE ZERO TO WS-HASH-AJUSTADO
007810     END-IF.
007820     MOVE WS-HASH-AJUSTADO TO WS-T-HASH(WS-CTL-HALLADO).
007830 2540-GRABAR-CONTROL.
007840     MOVE WS-T-ARCHIVO(WS-CTL-I) TO PRU-CTL-ARCHIVO.
007850     MOVE WS-T-CUENTA(WS-CTL-I) TO PRU-CTL-CUENTA.
007860     MOVE WS-T-HASH(WS-CTL-I) TO PRU-CTL-HASH.
007870     WRITE PRU-CONTROL-REC.
007880     IF NOT sal-ok THEN
007890        display 'estado-sal: ' estado-sal
007900        PERFORM 3000-FINALISIMA
007910     END-IF.
007920     add 1 to WS-CNT-CONTROLES.
007930 2900-MEZCLAR.
007940*
007950* Identi and seed give one number; its pieces pick the first
007960* name, the surname and the percentage the sueldos move by
007970* (from minus to plus MUESTRA_SUELDO_PCT).
007980*
007990     COMPUTE WS-MEZ-PRODUCTO =
008000        WS-MEZ-IDENTI * 7919 + WS-CLAVE * 104729 + 13.
008010     DIVIDE WS-MEZ-PRODUCTO BY 999983
008020        GIVING WS-MEZ-Q1 REMAINDER WS-MEZ-RESTO.
008030     DIVIDE WS-MEZ-RESTO BY 16
008040        GIVING WS-MEZ-Q2 REMAINDER WS-MEZ-I.
008050     MOVE WS-NOMBRE-FALSO(WS-MEZ-I + 1) TO WS-MEZ-NOMBRE.
008060     DIVIDE WS-MEZ-Q2 BY 16
008070        GIVING WS-MEZ-Q3 REMAINDER WS-MEZ-I.
008080     MOVE WS-APELLIDO-FALSO(WS-MEZ-I + 1) TO WS-MEZ-APELLIDO.
008090     COMPUTE WS-MEZ-DIVISOR = WS-SUELDO-PCT * 2 + 1.
008100     DIVIDE WS-MEZ-Q3 BY WS-MEZ-DIVISOR
008110        GIVING WS-MEZ-Q2 REMAINDER WS-MEZ-I.
008120     COMPUTE WS-MEZ-PCT = WS-MEZ-I - WS-SUELDO-PCT.
008130 2910-MEZCLAR-CUENTA.
008140*
008150* The account scramble depends on the account, not the identi:
008160* 7777777 has no factor in common with 9999999999, so different
008170* accounts stay different and a shared account stays shared.
008180* Zero (no account) stays zero.
008190*
008200     IF EMP-CUENTA = ZERO THEN
008210        MOVE ZERO TO PRU-EMP-CUENTA
008220     ELSE
008230        COMPUTE WS-CTA-PRODUCTO =
008240           (EMP-CUENTA - 1) * 7777777 + WS-CLAVE
008250        DIVIDE WS-CTA-PRODUCTO BY 9999999999
008260           GIVING WS-CTA-COCIENTE REMAINDER WS-CTA-RESTO
008270        COMPUTE PRU-EMP-CUENTA = WS-CTA-RESTO + 1
008280        add 1 to WS-CNT-CUENTAS
008290     END-IF.
008300 3000-FINALISIMA.
008310     PERFORM 3010-REPORTE-TOTALES.
008320     IF WS-RETORNO = ZERO AND
008330        (WS-CNT-FALTANTES > ZERO OR WS-CNT-AVISOS > ZERO) THEN
008340        MOVE 4 TO WS-RETORNO
008350     END-IF.
008360     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
008370     CLOSE arc-empleados arc-pru-empleados.
008380     DISPLAY "parrafo final".
008390     DISPLAY "RETORNO: " WS-RETORNO.
008400     MOVE WS-RETORNO TO RETURN-CODE.
008410     STOP RUN.
008420 3010-REPORTE-TOTALES.
008430     DISPLAY "-----------------------------------------".
008440     DISPLAY "  RESUMEN DE MUESTRA - MUESTRA.CBL".
008450     DISPLAY "-----------------------------------------".
008460     DISPLAY "  MAESTRO            : " WS-CNT-MAESTRO.
008470     DISPLAY "  CUENTAS MEZCLADAS  : " WS-CNT-CUENTAS.
008480     DISPLAY "  LECTURA            : " WS-CNT-LECTURA.
008490     DISPLAY "  HISTORIA           : " WS-CNT-HISTORIA.
008500     DISPLAY "  SUSPENSO           : " WS-CNT-SUSPENSO.
008510     DISPLAY "  CONTROLES          : " WS-CNT-CONTROLES.
008520     DISPLAY "  ARCHIVOS FALTANTES : " WS-CNT-FALTANTES.
008530     DISPLAY "  AVISOS             : " WS-CNT-AVISOS.
008540     DISPLAY "-----------------------------------------".
008550** add other procedures here
008560 END PROGRAM MUESTRA.
