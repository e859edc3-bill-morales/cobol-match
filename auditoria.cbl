000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Monthly privacy audit of the inquiry access log. Reads
000050*          the accesos.txt records ACCESO wrote for CONSULTA and
000060*          EXPEDIENTE in the month AUDITORIA_PERIODO (default the
000070*          month before the run) and lists, operator by operator,
000080*          every lookup out of office hours (before
000090*          AUDITORIA_HORA_DESDE, from AUDITORIA_HORA_HASTA on, or
000100*          on a day calendario.txt does not mark working), every
000110*          day with more than AUDITORIA_MAX_DIA lookups and every
000120*          sign-on turned away, then a summary with one line per
000130*          operator. auditoria.txt is the report for the privacy
000140*          audit.
000150* Tectonics: cobc
000160*
000170* Modification History:
000180*   2026-10-15  BMD  New program. Run on demand or once a
000190*                    month, not part of CADENA. Days that
000200*                    calendario.txt does not cover are judged
000210*                    on the hours alone and counted in the
000220*                    summary. RETURN-CODE 0 clean, 4 with
000230*                    anything flagged, 12 on a stop.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. AUDITORIA.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     select arc-accesos assign to '../accesos.txt'
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS estado-acc.
000380     select arc-operadores assign to '../operadores.txt'
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS estado-ope.
000410     select arc-reporte assign to '../auditoria.txt'
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS estado-rep.
000440     select arc-orden assign to '../auditoria_srt.tmp'.
000450*-----------------------
000460 DATA DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480 FILE SECTION.
000490 FD arc-accesos
000500 RECORDING MODE IS F.
000510 01 ACCESO-REC.
000520     05 ACC-FECHA PIC 9(8).
000530     05 ACC-HORA PIC 9(8).
000540     05 ACC-OPERADOR PIC X(8).
000550     05 ACC-PROGRAMA PIC X(10).
000560     05 ACC-IDENTI PIC 9(6).
000570     05 ACC-RESULTADO PIC X(1).
000580 FD arc-operadores
000590 RECORDING MODE IS F.
000600 01 OPERADOR-REC.
000610     05 OPE-ID PIC X(8).
000620     05 OPE-VER-SUELDO PIC X(1).
000630     05 OPE-VER-CUENTA PIC X(1).
000640     05 OPE-ESTADO PIC X(1).
000650     05 OPE-NOMBRE PIC X(30).
000660 FD arc-reporte
000670 RECORDING MODE IS F.
000680 01 REPORTE-LINE PIC X(80).
000690 SD arc-orden.
000700 01 sort-reg.
000710     05 sort-operador PIC X(8).
000720     05 sort-fecha PIC 9(8).
000730     05 sort-fecha-r REDEFINES sort-fecha.
000740         10 sort-periodo PIC 9(6).
000750         10 sort-dia PIC 9(2).
000760     05 sort-hora PIC 9(8).
000770     05 sort-hora-r REDEFINES sort-hora.
000780         10 sort-hh PIC 9(2).
000790         10 sort-mm PIC 9(2).
000800         10 FILLER PIC 9(4).
000810     05 sort-programa PIC X(10).
000820     05 sort-identi PIC 9(6).
000830     05 sort-resultado PIC X(1).
000840         88 SORT-CONSULTA VALUE 'C'.
000850         88 SORT-RECHAZO VALUE 'N'.
000860*-----------------------
000870 WORKING-STORAGE SECTION.
000880 01 estado-acc PIC X(2).
000890     88 acc-ok value '00'.
000900     88 acc-no-archivo value '35'.
000910 01 estado-ope PIC X(2).
000920     88 ope-ok value '00'.
000930     88 ope-no-archivo value '35'.
000940 01 estado-rep PIC X(2).
000950     88 rep-ok value '00'.
000960 01 WS-JOB-NAME PIC X(20) VALUE 'AUDITORIA'.
000970 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
000980 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
000990 01 WS-RETORNO PIC 9(2) VALUE 12.
001000 01 WS-PARAM-CLAVE PIC X(20).
001010 01 WS-PARAM-VALOR PIC X(100).
001020 01 WS-PARAM-ESTADO PIC X(2).
001030 01 WS-FECHA-HOY PIC 9(8).
001040 01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001050     05 WS-ANO-HOY PIC 9(4).
001060     05 WS-MES-HOY PIC 9(2).
001070     05 FILLER PIC 9(2).
001080 01 WS-PERIODO PIC 9(6) VALUE ZERO.
001090 01 WS-PERIODO-R REDEFINES WS-PERIODO.
001100     05 WS-ANO PIC 9(4).
001110     05 WS-MES PIC 9(2).
001120 01 WS-MAX-DIA PIC 9(4) VALUE 50.
001130 01 WS-HORA-DESDE PIC 9(4) VALUE 0800.
001140 01 WS-HORA-HASTA PIC 9(4) VALUE 1900.
001150 01 WS-HHMM PIC 9(4).
001160 01 WS-ACC-FIN PIC X(1) VALUE 'N'.
001170 01 WS-OPE-FIN PIC X(1) VALUE 'N'.
001180 01 WS-RET-FIN PIC X(1).
001190*
001200* Operator names for the headings, as operadores.txt has them.
001210*
001220 01 WS-NOM-CNT PIC 9(3) COMP VALUE ZERO.
001230 01 WS-TABLA-NOMBRES.
001240     05 WS-NOM-ITEM OCCURS 300.
001250         10 WS-N-ID PIC X(8).
001260         10 WS-N-ESTADO PIC X(1).
001270         10 WS-N-NOMBRE PIC X(30).
001280*
001290* One line per operator for the summary.
001300*
001310 01 WS-RES-CNT PIC 9(3) COMP VALUE ZERO.
001320 01 WS-TABLA-RESUMEN.
001330     05 WS-RES-ITEM OCCURS 300.
001340         10 WS-R-OPERADOR PIC X(8).
001350         10 WS-R-CONSULTAS PIC 9(7) COMP.
001360         10 WS-R-DIAS PIC 9(3) COMP.
001370         10 WS-R-FUERA PIC 9(7) COMP.
001380         10 WS-R-INTENSIVOS PIC 9(3) COMP.
001390         10 WS-R-RECHAZOS PIC 9(7) COMP.
001400 01 WS-I PIC 9(3) COMP.
001410 01 WS-HALLADO PIC 9(3) COMP.
001420*
001430* The operator and the day under the break.
001440*
001450 01 WS-HAY-OPERADOR PIC X(1) VALUE 'N'.
001460 01 WS-ACT-OPERADOR PIC X(8).
001470 01 WS-ACT-FECHA PIC 9(8).
001480 01 WS-DIA-CONSULTAS PIC 9(5) COMP.
001490 01 WS-OPE-ACUM.
001500     05 WS-O-CONSULTAS PIC 9(7) COMP.
001510     05 WS-O-DIAS PIC 9(3) COMP.
001520     05 WS-O-FUERA PIC 9(7) COMP.
001530     05 WS-O-INTENSIVOS PIC 9(3) COMP.
001540     05 WS-O-RECHAZOS PIC 9(7) COMP.
001550 01 WS-MOTIVO PIC X(30).
001560*
001570* CALENDARIO call.
001580*
001590 01 WS-CAL-FECHA.
001600     05 WS-CAL-PERIODO PIC 9(6).
001610     05 WS-CAL-DIA PIC 9(2).
001620 01 WS-CAL-DIAS-LAB PIC 9(3).
001630 01 WS-CAL-TIPO-DIA PIC X(1).
001640 01 WS-CAL-ESTADO PIC X(2).
001650 01 WS-CONTADORES.
001660     05 WS-CNT-LEIDOS     PIC 9(7) COMP VALUE ZERO.
001670     05 WS-CNT-PERIODO    PIC 9(7) COMP VALUE ZERO.
001680     05 WS-CNT-CONSULTAS  PIC 9(7) COMP VALUE ZERO.
001690     05 WS-CNT-FUERA      PIC 9(7) COMP VALUE ZERO.
001700     05 WS-CNT-INTENSIVOS PIC 9(5) COMP VALUE ZERO.
001710     05 WS-CNT-RECHAZOS   PIC 9(7) COMP VALUE ZERO.
001720     05 WS-CNT-SIN-CAL    PIC 9(7) COMP VALUE ZERO.
001730 01 WS-ENC1.
001740     05 FILLER PIC X(44) VALUE
001750        "AUDITORIA DE ACCESOS A CONSULTAS - PERIODO ".
001760     05 EN-PERIODO PIC 9(6).
001770     05 FILLER PIC X(30) VALUE SPACES.
001780 01 WS-ENC2.
001790     05 FILLER PIC X(12) VALUE "  FECHA     ".
001800     05 FILLER PIC X(6) VALUE "HORA  ".
001810     05 FILLER PIC X(11) VALUE "PROGRAMA   ".
001820     05 FILLER PIC X(8) VALUE "IDENTI  ".
001830     05 FILLER PIC X(43) VALUE "OBSERVACION".
001840 01 WS-ENC3 PIC X(80) VALUE ALL "-".
001850 01 WS-ENC4 PIC X(80) VALUE
001860    "RESUMEN POR OPERADOR".
001870 01 WS-ENC5.
001880     05 FILLER PIC X(10) VALUE "OPERADOR  ".
001890     05 FILLER PIC X(11) VALUE "  CONSULTAS".
001900     05 FILLER PIC X(6) VALUE "  DIAS".
001910     05 FILLER PIC X(10) VALUE "     FUERA".
001920     05 FILLER PIC X(11) VALUE " INTENSIVOS".
001930     05 FILLER PIC X(10) VALUE "  RECHAZOS".
001940     05 FILLER PIC X(22) VALUE "  MARCA".
001950 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
001960 01 WS-LINEA-PARAM.
001970     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
001980     05 LPA-CLAVE PIC X(21).
001990     05 LPA-VALOR PIC X(48).
002000 01 WS-LINEA-OPERADOR.
002010     05 FILLER PIC X(9) VALUE "OPERADOR ".
002020     05 LO-OPERADOR PIC X(8).
002030     05 FILLER PIC X(1) VALUE SPACE.
002040     05 LO-NOMBRE PIC X(30).
002050     05 FILLER PIC X(1) VALUE SPACE.
002060     05 LO-ESTADO PIC X(31).
002070 01 WS-LINEA-EVENTO.
002080     05 FILLER PIC X(2) VALUE SPACES.
002090     05 LV-FECHA PIC 9(8).
002100     05 FILLER PIC X(2) VALUE SPACES.
002110     05 LV-HH PIC 9(2).
002120     05 FILLER PIC X(1) VALUE ':'.
002130     05 LV-MM PIC 9(2).
002140     05 FILLER PIC X(1) VALUE SPACE.
002150     05 LV-PROGRAMA PIC X(10).
002160     05 FILLER PIC X(1) VALUE SPACE.
002170     05 LV-IDENTI PIC Z(5)9.
002180     05 FILLER PIC X(2) VALUE SPACES.
002190     05 LV-MOTIVO PIC X(30).
002200     05 FILLER PIC X(13) VALUE SPACES.
002210 01 WS-LINEA-DIA.
002220     05 FILLER PIC X(2) VALUE SPACES.
002230     05 LD-FECHA PIC 9(8).
002240     05 FILLER PIC X(2) VALUE SPACES.
002250     05 LD-CONSULTAS PIC Z(4)9.
002260     05 FILLER PIC X(44) VALUE
002270        " CONSULTAS EN EL DIA - USO INTENSIVO".
002280     05 FILLER PIC X(19) VALUE SPACES.
002290 01 WS-LINEA-TOT-OPE.
002300     05 FILLER PIC X(2) VALUE SPACES.
002310     05 FILLER PIC X(11) VALUE "CONSULTAS: ".
002320     05 LTO-CONSULTAS PIC Z(6)9.
002330     05 FILLER PIC X(8) VALUE "  DIAS: ".
002340     05 LTO-DIAS PIC ZZ9.
002350     05 FILLER PIC X(9) VALUE "  FUERA: ".
002360     05 LTO-FUERA PIC Z(6)9.
002370     05 FILLER PIC X(13) VALUE "  RECHAZOS: ".
002380     05 LTO-RECHAZOS PIC Z(6)9.
002390     05 FILLER PIC X(13) VALUE SPACES.
002400 01 WS-LINEA-RESUMEN.
002410     05 LS-OPERADOR PIC X(8).
002420     05 FILLER PIC X(2) VALUE SPACES.
002430     05 LS-CONSULTAS PIC Z(10)9.
002440     05 LS-DIAS PIC Z(5)9.
002450     05 LS-FUERA PIC Z(9)9.
002460     05 LS-INTENSIVOS PIC Z(10)9.
002470     05 LS-RECHAZOS PIC Z(9)9.
002480     05 FILLER PIC X(2) VALUE SPACES.
002490     05 LS-MARCA PIC X(20).
002500 01 WS-LINEA-TOTAL.
002510     05 LT-TEXTO PIC X(40).
002520     05 LT-VALOR PIC Z(6)9.
002530     05 FILLER PIC X(33) VALUE SPACES.
002540*-----------------------
002550 PROCEDURE DIVISION.
002560*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002570 MAIN-PROCEDURE.
002580**
002590* Sort the month's log by operator and time, list what needs a
002600* second look, then sum it up per operator.
002610**
002620     PERFORM 1000-COMIENZO
002630     SORT arc-orden
002640        ON ASCENDING KEY sort-operador sort-fecha sort-hora
002650        INPUT PROCEDURE IS 4000-ENTRADA
002660        OUTPUT PROCEDURE IS 4100-SALIDA
002670     PERFORM 2500-ESCRIBIR-RESUMEN
002680     MOVE 'FIN OK' TO WS-JOB-ESTADO
002690     MOVE ZERO TO WS-RETORNO
002700     PERFORM 3000-FINALISIMA
002710     STOP RUN.
002720 1000-COMIENZO.
002730     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
002740     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002750*
002760* Zero or no parameter is the month just ended; a month still to
002770* come has no log to audit and is refused.
002780*
002790     MOVE 'AUDITORIA_PERIODO' TO WS-PARAM-CLAVE.
002800     PERFORM 1900-LEER-PARAMETRO.
002810     IF WS-PARAM-ESTADO = '00' THEN
002820        COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PARAM-VALOR)
002830     ELSE
002840        MOVE ZERO TO WS-PERIODO
002850     END-IF.
002860     IF WS-PERIODO = ZERO THEN
002870        IF WS-MES-HOY = 1 THEN
002880           COMPUTE WS-ANO = WS-ANO-HOY - 1
002890           MOVE 12 TO WS-MES
002900        ELSE
002910           MOVE WS-ANO-HOY TO WS-ANO
002920           COMPUTE WS-MES = WS-MES-HOY - 1
002930        END-IF
002940     END-IF.
002950     IF WS-MES < 1 OR WS-MES > 12 OR
002960        WS-PERIODO > WS-FECHA-HOY(1:6) THEN
002970        display 'AUDITORIA_PERIODO INVALIDO: ' WS-PERIODO
002980        PERFORM 3000-FINALISIMA
002990     END-IF.
003000     MOVE 'AUDITORIA_MAX_DIA' TO WS-PARAM-CLAVE.
003010     PERFORM 1900-LEER-PARAMETRO.
003020     IF WS-PARAM-ESTADO = '00' THEN
003030        COMPUTE WS-MAX-DIA = FUNCTION NUMVAL(WS-PARAM-VALOR)
003040     END-IF.
003050     MOVE 'AUDITORIA_HORA_DESDE' TO WS-PARAM-CLAVE.
003060     PERFORM 1900-LEER-PARAMETRO.
003070     IF WS-PARAM-ESTADO = '00' THEN
003080        COMPUTE WS-HORA-DESDE = FUNCTION NUMVAL(WS-PARAM-VALOR)
003090     END-IF.
003100     MOVE 'AUDITORIA_HORA_HASTA' TO WS-PARAM-CLAVE.
003110     PERFORM 1900-LEER-PARAMETRO.
003120     IF WS-PARAM-ESTADO = '00' THEN
003130        COMPUTE WS-HORA-HASTA = FUNCTION NUMVAL(WS-PARAM-VALOR)
003140     END-IF.
003150     IF WS-HORA-DESDE NOT < WS-HORA-HASTA THEN
003160        display 'HORARIO INVALIDO: ' WS-HORA-DESDE ' A '
003170           WS-HORA-HASTA
003180        PERFORM 3000-FINALISIMA
003190     END-IF.
003200     DISPLAY 'PARAMETROS EFECTIVOS - AUDITORIA'.
003210     DISPLAY '  AUDITORIA_PERIODO    : ' WS-PERIODO.
003220     DISPLAY '  AUDITORIA_MAX_DIA    : ' WS-MAX-DIA.
003230     DISPLAY '  AUDITORIA_HORA_DESDE : ' WS-HORA-DESDE.
003240     DISPLAY '  AUDITORIA_HORA_HASTA : ' WS-HORA-HASTA.
003250     PERFORM 1100-CARGAR-NOMBRES.
003260     OPEN OUTPUT arc-reporte.
003270     IF NOT rep-ok THEN
003280        display 'estado-rep: ' estado-rep
003290        PERFORM 3000-FINALISIMA
003300     END-IF.
003310     MOVE WS-PERIODO TO EN-PERIODO.
003320     WRITE REPORTE-LINE FROM WS-ENC1.
003330     MOVE 'AUDITORIA_PERIODO' TO LPA-CLAVE.
003340     MOVE WS-PERIODO TO LPA-VALOR.
003350     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003360     MOVE 'AUDITORIA_MAX_DIA' TO LPA-CLAVE.
003370     MOVE WS-MAX-DIA TO LPA-VALOR.
003380     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003390     MOVE 'AUDITORIA_HORA_DESDE' TO LPA-CLAVE.
003400     MOVE WS-HORA-DESDE TO LPA-VALOR.
003410     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003420     MOVE 'AUDITORIA_HORA_HASTA' TO LPA-CLAVE.
003430     MOVE WS-HORA-HASTA TO LPA-VALOR.
003440     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003450     WRITE REPORTE-LINE FROM WS-ENC3.
003460 1900-LEER-PARAMETRO.
003470     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
003480        WS-PARAM-ESTADO.
003490     IF WS-PARAM-ESTADO = '99' THEN
003500        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
003510        PERFORM 3000-FINALISIMA
003520     END-IF.
003530 1100-CARGAR-NOMBRES.
003540*
003550* The names only label the report; ACCESO is the one that judges
003560* the table, so a missing file just leaves the names blank.
003570*
003580     OPEN INPUT arc-operadores.
003590     IF ope-no-archivo THEN
003600        display 'NO EXISTE LA TABLA DE OPERADORES'
003610        EXIT PARAGRAPH
003620     END-IF.
003630     IF NOT ope-ok THEN
003640        display 'estado-ope: ' estado-ope
003650        PERFORM 3000-FINALISIMA
003660     END-IF.
003670     PERFORM 1110-LEER-OPERADOR UNTIL WS-OPE-FIN = 'S'.
003680     CLOSE arc-operadores.
003690 1110-LEER-OPERADOR.
003700     READ arc-operadores
003710         AT END
003720             MOVE 'S' TO WS-OPE-FIN
003730         NOT AT END
003740             IF OPE-ID NOT = SPACES AND WS-NOM-CNT < 300 THEN
003750                add 1 to WS-NOM-CNT
003760                MOVE OPE-ID TO WS-N-ID(WS-NOM-CNT)
003770                MOVE OPE-ESTADO TO WS-N-ESTADO(WS-NOM-CNT)
003780                MOVE OPE-NOMBRE TO WS-N-NOMBRE(WS-NOM-CNT)
003790             END-IF
003800     END-READ.
003810 2100-PROCESAR-ACCESO.
003820     IF WS-HAY-OPERADOR = 'N' OR
003830        sort-operador NOT = WS-ACT-OPERADOR THEN
003840        IF WS-HAY-OPERADOR = 'S' THEN
003850           PERFORM 2150-CERRAR-DIA
003860           PERFORM 2160-CERRAR-OPERADOR
003870        END-IF
003880        PERFORM 2110-ABRIR-OPERADOR
003890     END-IF.
003900     IF sort-fecha NOT = WS-ACT-FECHA THEN
003910        PERFORM 2150-CERRAR-DIA
003920        MOVE sort-fecha TO WS-ACT-FECHA
003930        MOVE ZERO TO WS-DIA-CONSULTAS
003940        add 1 to WS-O-DIAS
003950     END-IF.
003960     MOVE SPACES TO WS-MOTIVO.
003970     IF SORT-RECHAZO THEN
003980        add 1 to WS-O-RECHAZOS WS-CNT-RECHAZOS
003990        MOVE 'INGRESO RECHAZADO' TO WS-MOTIVO
004000        PERFORM 2130-LINEA-EVENTO
004010        EXIT PARAGRAPH
004020     END-IF.
004030     add 1 to WS-O-CONSULTAS WS-DIA-CONSULTAS WS-CNT-CONSULTAS.
004040     PERFORM 2120-VER-HORARIO.
004050     IF WS-MOTIVO NOT = SPACES THEN
004060        add 1 to WS-O-FUERA WS-CNT-FUERA
004070        PERFORM 2130-LINEA-EVENTO
004080     END-IF.
004090 2110-ABRIR-OPERADOR.
004100     MOVE 'S' TO WS-HAY-OPERADOR.
004110     MOVE sort-operador TO WS-ACT-OPERADOR LO-OPERADOR.
004120     MOVE ZERO TO WS-ACT-FECHA WS-DIA-CONSULTAS.
004130     INITIALIZE WS-OPE-ACUM.
004140     MOVE ZERO TO WS-HALLADO.
004150     PERFORM 2111-BUSCAR-NOMBRE
004160        VARYING WS-I FROM 1 BY 1
004170        UNTIL WS-I > WS-NOM-CNT OR WS-HALLADO > ZERO.
004180     IF WS-HALLADO = ZERO THEN
004190        MOVE SPACES TO LO-NOMBRE
004200        MOVE '(NO ESTA EN OPERADORES.TXT)' TO LO-ESTADO
004210     ELSE
004220        MOVE WS-N-NOMBRE(WS-HALLADO) TO LO-NOMBRE
004230        IF WS-N-ESTADO(WS-HALLADO) = 'B' THEN
004240           MOVE '(DADO DE BAJA)' TO LO-ESTADO
004250        ELSE
004260           MOVE SPACES TO LO-ESTADO
004270        END-IF
004280     END-IF.
004290     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
004300     WRITE REPORTE-LINE FROM WS-LINEA-OPERADOR.
004310     WRITE REPORTE-LINE FROM WS-ENC2.
004320 2111-BUSCAR-NOMBRE.
004330     IF WS-N-ID(WS-I) = sort-operador THEN
004340        MOVE WS-I TO WS-HALLADO
004350     END-IF.
004360 2120-VER-HORARIO.
004370*
004380* Office hours are a working day of calendario.txt between the
004390* two AUDITORIA_HORA limits.
004400*
004410     COMPUTE WS-HHMM = sort-hh * 100 + sort-mm.
004420     MOVE sort-periodo TO WS-CAL-PERIODO.
004430     MOVE sort-dia TO WS-CAL-DIA.
004440     CALL 'CALENDARIO' USING WS-CAL-FECHA WS-CAL-DIAS-LAB
004450        WS-CAL-TIPO-DIA WS-CAL-ESTADO.
004460     IF WS-CAL-ESTADO = '00' THEN
004470        IF WS-CAL-TIPO-DIA = 'F' THEN
004480           MOVE 'FERIADO' TO WS-MOTIVO
004490        END-IF
004500        IF WS-CAL-TIPO-DIA = 'S' THEN
004510           MOVE 'FIN DE SEMANA' TO WS-MOTIVO
004520        END-IF
004530     ELSE
004540        add 1 to WS-CNT-SIN-CAL
004550     END-IF.
004560     IF WS-MOTIVO = SPACES THEN
004570        IF WS-HHMM < WS-HORA-DESDE OR
004580           WS-HHMM NOT < WS-HORA-HASTA THEN
004590           MOVE 'FUERA DE HORARIO' TO WS-MOTIVO
004600        END-IF
004610     END-IF.
004620 2130-LINEA-EVENTO.
004630     MOVE sort-fecha TO LV-FECHA.
004640     MOVE sort-hh TO LV-HH.
004650     MOVE sort-mm TO LV-MM.
004660     MOVE sort-programa TO LV-PROGRAMA.
004670     MOVE sort-identi TO LV-IDENTI.
004680     MOVE WS-MOTIVO TO LV-MOTIVO.
004690     WRITE REPORTE-LINE FROM WS-LINEA-EVENTO.
004700     IF NOT rep-ok THEN
004710        display 'estado-rep: ' estado-rep
004720        PERFORM 3000-FINALISIMA
004730     END-IF.
004740 2150-CERRAR-DIA.
004750     IF WS-DIA-CONSULTAS > WS-MAX-DIA THEN
004760        add 1 to WS-O-INTENSIVOS WS-CNT-INTENSIVOS
004770        MOVE WS-ACT-FECHA TO LD-FECHA
004780        MOVE WS-DIA-CONSULTAS TO LD-CONSULTAS
004790        WRITE REPORTE-LINE FROM WS-LINEA-DIA
004800     END-IF.
004810     MOVE ZERO TO WS-DIA-CONSULTAS.
004820 2160-CERRAR-OPERADOR.
004830     MOVE WS-O-CONSULTAS TO LTO-CONSULTAS.
004840     MOVE WS-O-DIAS TO LTO-DIAS.
004850     MOVE WS-O-FUERA TO LTO-FUERA.
004860     MOVE WS-O-RECHAZOS TO LTO-RECHAZOS.
004870     WRITE REPORTE-LINE FROM WS-LINEA-TOT-OPE.
004880     IF WS-RES-CNT < 300 THEN
004890        add 1 to WS-RES-CNT
004900        MOVE WS-ACT-OPERADOR TO WS-R-OPERADOR(WS-RES-CNT)
004910        MOVE WS-O-CONSULTAS TO WS-R-CONSULTAS(WS-RES-CNT)
004920        MOVE WS-O-DIAS TO WS-R-DIAS(WS-RES-CNT)
004930        MOVE WS-O-FUERA TO WS-R-FUERA(WS-RES-CNT)
004940        MOVE WS-O-INTENSIVOS TO WS-R-INTENSIVOS(WS-RES-CNT)
004950        MOVE WS-O-RECHAZOS TO WS-R-RECHAZOS(WS-RES-CNT)
004960     ELSE
004970        display 'TABLA DE RESUMEN LLENA: ' WS-ACT-OPERADOR
004980     END-IF.
004990 2500-ESCRIBIR-RESUMEN.
005000     IF WS-HAY-OPERADOR = 'S' THEN
005010        PERFORM 2150-CERRAR-DIA
005020        PERFORM 2160-CERRAR-OPERADOR
005030     END-IF.
005040     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
005050     WRITE REPORTE-LINE FROM WS-ENC3.
005060     WRITE REPORTE-LINE FROM WS-ENC4.
005070     WRITE REPORTE-LINE FROM WS-ENC5.
005080     PERFORM 2510-LINEA-RESUMEN
005090        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RES-CNT.
005100     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
005110     MOVE 'REGISTROS DEL PERIODO' TO LT-TEXTO.
005120     MOVE WS-CNT-PERIODO TO LT-VALOR.
005130     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
005140     MOVE 'CONSULTAS' TO LT-TEXTO.
005150     MOVE WS-CNT-CONSULTAS TO LT-VALOR.
005160     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
005170     MOVE 'FUERA DE HORARIO' TO LT-TEXTO.
005180     MOVE WS-CNT-FUERA TO LT-VALOR.
005190     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
005200     MOVE 'DIAS DE USO INTENSIVO' TO LT-TEXTO.
005210     MOVE WS-CNT-INTENSIVOS TO LT-VALOR.
005220     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
005230     MOVE 'INGRESOS RECHAZADOS' TO LT-TEXTO.
005240     MOVE WS-CNT-RECHAZOS TO LT-VALOR.
005250     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
005260     IF WS-CNT-SIN-CAL > ZERO THEN
005270        MOVE 'SIN CALENDARIO (SOLO HORARIO)' TO LT-TEXTO
005280        MOVE WS-CNT-SIN-CAL TO LT-VALOR
005290        WRITE REPORTE-LINE FROM WS-LINEA-TOTAL
005300     END-IF.
005310     IF NOT rep-ok THEN
005320        display 'estado-rep: ' estado-rep
005330        PERFORM 3000-FINALISIMA
005340     END-IF.
005350 2510-LINEA-RESUMEN.
005360     MOVE WS-R-OPERADOR(WS-I) TO LS-OPERADOR.
005370     MOVE WS-R-CONSULTAS(WS-I) TO LS-CONSULTAS.
005380     MOVE WS-R-DIAS(WS-I) TO LS-DIAS.
005390     MOVE WS-R-FUERA(WS-I) TO LS-FUERA.
005400     MOVE WS-R-INTENSIVOS(WS-I) TO LS-INTENSIVOS.
005410     MOVE WS-R-RECHAZOS(WS-I) TO LS-RECHAZOS.
005420     IF WS-R-FUERA(WS-I) > ZERO OR WS-R-INTENSIVOS(WS-I) > ZERO OR
005430        WS-R-RECHAZOS(WS-I) > ZERO THEN
005440        MOVE 'REVISAR' TO LS-MARCA
005450     ELSE
005460        MOVE SPACES TO LS-MARCA
005470     END-IF.
005480     WRITE REPORTE-LINE FROM WS-LINEA-RESUMEN.
005490 3000-FINALISIMA.
005500     PERFORM 3010-REPORTE-TOTALES.
005510     IF WS-RETORNO = ZERO AND
005520        (WS-CNT-FUERA > ZERO OR WS-CNT-INTENSIVOS > ZERO OR
005530         WS-CNT-RECHAZOS > ZERO OR WS-CNT-SIN-CAL > ZERO) THEN
005540        MOVE 4 TO WS-RETORNO
005550     END-IF.
005560     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
005570     CLOSE arc-reporte.
005580     DISPLAY "parrafo final".
005590     DISPLAY "RETORNO: " WS-RETORNO.
005600     MOVE WS-RETORNO TO RETURN-CODE.
005610     STOP RUN.
005620 3010-REPORTE-TOTALES.
005630     DISPLAY "-----------------------------------------".
005640     DISPLAY "  RESUMEN DE AUDITORIA - AUDITORIA.CBL".
005650     DISPLAY "-----------------------------------------".
005660     DISPLAY "  REGISTROS LEIDOS  : " WS-CNT-LEIDOS.
005670     DISPLAY "  DEL PERIODO       : " WS-CNT-PERIODO.
005680     DISPLAY "  OPERADORES        : " WS-RES-CNT.
005690     DISPLAY "  CONSULTAS         : " WS-CNT-CONSULTAS.
005700     DISPLAY "  FUERA DE HORARIO  : " WS-CNT-FUERA.
005710     DISPLAY "  DIAS INTENSIVOS   : " WS-CNT-INTENSIVOS.
005720     DISPLAY "  RECHAZADOS        : " WS-CNT-RECHAZOS.
005730     DISPLAY "  SIN CALENDARIO    : " WS-CNT-SIN-CAL.
005740     DISPLAY "-----------------------------------------".
005750 4000-ENTRADA SECTION.
005760 4010-ABRIR-LOG.
005770*
005780* No log yet means nobody has looked anything up.
005790*
005800     OPEN INPUT arc-accesos.
005810     IF acc-no-archivo THEN
005820        display 'NO EXISTE EL REGISTRO DE ACCESOS'
005830        GO TO 4030-FIN-ENTRADA
005840     END-IF.
005850     IF NOT acc-ok THEN
005860        display 'estado-acc: ' estado-acc
005870        PERFORM 3000-FINALISIMA
005880     END-IF.
005890 4020-LIBERAR.
005900     READ arc-accesos
005910         AT END
005920             MOVE 'S' TO WS-ACC-FIN
005930         NOT AT END
005940             add 1 to WS-CNT-LEIDOS
005950             IF ACC-FECHA(1:6) = WS-PERIODO THEN
005960                add 1 to WS-CNT-PERIODO
005970                MOVE ACC-OPERADOR TO sort-operador
005980                MOVE ACC-FECHA TO sort-fecha
005990                MOVE ACC-HORA TO sort-hora
006000                MOVE ACC-PROGRAMA TO sort-programa
006010                MOVE ACC-IDENTI TO sort-identi
006020                MOVE ACC-RESULTADO TO sort-resultado
006030                RELEASE sort-reg
006040             END-IF
006050     END-READ.
006060     IF NOT acc-ok AND estado-acc NOT = '10' THEN
006070        display 'estado-acc: ' estado-acc
006080        PERFORM 3000-FINALISIMA
006090     END-IF.
006100     IF WS-ACC-FIN NOT = 'S' THEN
006110        GO TO 4020-LIBERAR
006120     END-IF.
006130     CLOSE arc-accesos.
006140 4030-FIN-ENTRADA.
006150     EXIT.
006160 4100-SALIDA SECTION.
006170 4110-RECIBIR.
006180     MOVE 'N' TO WS-RET-FIN.
006190 4120-RECIBIR-UNO.
006200     RETURN arc-orden
006210         AT END
006220             MOVE 'S' TO WS-RET-FIN
006230         NOT AT END
006240             PERFORM 2100-PROCESAR-ACCESO
006250     END-RETURN.
006260     IF WS-RET-FIN NOT = 'S' THEN
006270        GO TO 4120-RECIBIR-UNO
006280     END-IF.
006290 4130-FIN-SALIDA.
006300     EXIT.
006310** add other procedures here
006320 END PROGRAM AUDITORIA.
