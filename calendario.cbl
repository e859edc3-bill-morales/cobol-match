000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Shared working-day calendar service, a sibling of
000050*          PARAMETRO. The first call loads ../calendario.txt (one
000060*          line per calendar day: fecha AAAAMMDD, tipo 'L'
000070*          laborable, 'F' feriado or 'S' fin de semana, and a
000080*          free description), validates the whole file - a bad
000090*          date, an unknown tipo, a date out of order or repeated
000100*          all poison the load - and every call after that
000110*          answers from the table. Given a fecha it hands back
000120*          the working days of that month and the tipo of that
000130*          day. Estado '00' answers, '23' means the month is not
000140*          covered day by day, '35' means there is no calendar
000150*          file and '99' that the file is invalid; on anything
000160*          but '00' the caller must stop: a period without a
000170*          calendar has no per-day rate.
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program. The flat ARCHIVOS_DIAS_LAB of
000220*                    22 paid a 20-day February at the rate of a
000230*                    23-day month and never knew a holiday; the
000240*                    merge, RECIBO, AJUSTE and FICHADA now ask
000250*                    the one maintained calendar instead.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. CALENDARIO.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     select arc-calendario assign to '../calendario.txt'
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS estado-cal.
000390*-----------------------
000400 DATA DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 FILE SECTION.
000430 FD arc-calendario
000440 RECORDING MODE IS F.
000450 01 CALENDARIO-REC.
000460     05 CAL-FECHA PIC X(8).
000470     05 CAL-FECHA-NUM REDEFINES CAL-FECHA.
000480         10 CAL-ANIO PIC 9(4).
000490         10 CAL-MES PIC 9(2).
000500         10 CAL-DIA PIC 9(2).
000510     05 CAL-TIPO PIC X(1).
000520     05 CAL-DESCRIPCION PIC X(30).
000530*-----------------------
000540 WORKING-STORAGE SECTION.
000550 01 estado-cal PIC X(2).
000560     88 cal-ok value '00'.
000570     88 cal-no-archivo value '35'.
000580 01 WS-CARGADO PIC X(1) VALUE 'N'.
000590     88 YA-CARGADO VALUE 'S'.
000600 01 WS-ARCHIVO-MALO PIC X(1) VALUE 'N'.
000610     88 ARCHIVO-MALO VALUE 'S'.
000620 01 WS-SIN-ARCHIVO PIC X(1) VALUE 'N'.
000630     88 SIN-ARCHIVO VALUE 'S'.
000640 01 WS-CAL-FIN PIC X(1).
000650 01 WS-DIA-CNT PIC 9(4) COMP VALUE ZERO.
000660 01 WS-TABLA-DIAS.
000670     05 WS-DIA-ITEM OCCURS 3700.
000680         10 WS-D-FECHA PIC 9(8).
000690         10 WS-D-TIPO PIC X(1).
000700 01 WS-MES-CNT PIC 9(3) COMP VALUE ZERO.
000710 01 WS-TABLA-MESES.
000720     05 WS-MES-ITEM OCCURS 120.
000730         10 WS-M-PERIODO PIC 9(6).
000740         10 WS-M-PRIMERO PIC 9(4) COMP.
000750         10 WS-M-LISTADOS PIC 9(2) COMP.
000760         10 WS-M-LABORABLES PIC 9(3).
000770         10 WS-M-COMPLETO PIC X(1).
000780 01 WS-LARGO-MESES PIC X(24) VALUE '312831303130313130313031'.
000790 01 WS-TABLA-LARGOS REDEFINES WS-LARGO-MESES.
000800     05 WS-LARGO-MES PIC 9(2) OCCURS 12.
000810 01 WS-DIAS-DEL-MES PIC 9(2).
000820 01 WS-ANIO PIC 9(4).
000830 01 WS-MES PIC 9(2).
000840 01 WS-COCIENTE PIC 9(4).
000850 01 WS-RESTO-4 PIC 9(4).
000860 01 WS-RESTO-100 PIC 9(4).
000870 01 WS-RESTO-400 PIC 9(4).
000880 01 WS-FECHA-ANT PIC 9(8) VALUE ZERO.
000900 01 WS-I PIC 9(3) COMP.
000910 01 WS-HALLADO PIC 9(3) COMP.
000920 01 WS-POS PIC 9(4) COMP.
000930*-----------------------
000940 LINKAGE SECTION.
000950 01 LK-FECHA.
000960     05 LK-PERIODO PIC 9(6).
000970     05 LK-DIA PIC 9(2).
000980 01 LK-DIAS-LAB PIC 9(3).
000990 01 LK-TIPO-DIA PIC X(1).
001000 01 LK-ESTADO PIC X(2).
001010*-----------------------
001020 PROCEDURE DIVISION USING LK-FECHA LK-DIAS-LAB LK-TIPO-DIA
001030     LK-ESTADO.
001040*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001050 MAIN-PROCEDURE.
001060**
001070* Load and validate once, answer from the table ever after.
001080**
001090     IF NOT YA-CARGADO THEN
001100        PERFORM 1000-CARGAR
001110     END-IF.
001120     MOVE ZERO TO LK-DIAS-LAB.
001130     MOVE SPACE TO LK-TIPO-DIA.
001140     IF SIN-ARCHIVO THEN
001150        MOVE '35' TO LK-ESTADO
001160        GOBACK
001170     END-IF.
001180     IF ARCHIVO-MALO THEN
001190        MOVE '99' TO LK-ESTADO
001200        GOBACK
001210     END-IF.
001220     MOVE ZERO TO WS-HALLADO.
001230     PERFORM 2010-BUSCAR-MES
001240        VARYING WS-I FROM 1 BY 1
001250        UNTIL WS-I > WS-MES-CNT OR WS-HALLADO > ZERO.
001260     IF WS-HALLADO = ZERO THEN
001270        MOVE '23' TO LK-ESTADO
001280        GOBACK
001290     END-IF.
001300     IF WS-M-COMPLETO(WS-HALLADO) NOT = 'S' THEN
001310        MOVE '23' TO LK-ESTADO
001320        GOBACK
001330     END-IF.
001340     MOVE WS-M-LABORABLES(WS-HALLADO) TO LK-DIAS-LAB.
001350*
001360* A complete month is every one of its days in ascending order,
001370* so the day sits at a fixed offset from the month's first.
001380*
001390     IF LK-DIA IS NUMERIC AND LK-DIA > ZERO AND
001400        LK-DIA <= WS-M-LISTADOS(WS-HALLADO) THEN
001410        COMPUTE WS-POS = WS-M-PRIMERO(WS-HALLADO) + LK-DIA - 1
001420        MOVE WS-D-TIPO(WS-POS) TO LK-TIPO-DIA
001430     END-IF.
001440     MOVE '00' TO LK-ESTADO.
001450     GOBACK.
001460 2010-BUSCAR-MES.
001470     IF WS-M-PERIODO(WS-I) = LK-PERIODO THEN
001480        MOVE WS-I TO WS-HALLADO
001490     END-IF.
001500 1000-CARGAR.
001510     MOVE 'S' TO WS-CARGADO.
001520     OPEN INPUT arc-calendario.
001530     IF cal-no-archivo THEN
001540        display 'NO EXISTE EL ARCHIVO DE CALENDARIO'
001550        MOVE 'S' TO WS-SIN-ARCHIVO
001560        EXIT PARAGRAPH
001570     END-IF.
001580     IF NOT cal-ok THEN
001590        display 'estado-cal: ' estado-cal
001600        MOVE 'S' TO WS-ARCHIVO-MALO
001610        EXIT PARAGRAPH
001620     END-IF.
001630     MOVE 'N' TO WS-CAL-FIN.
001640     PERFORM 1200-CARGAR-DIA
001650        UNTIL WS-CAL-FIN = 'S' OR ARCHIVO-MALO.
001660     CLOSE arc-calendario.
001670     IF NOT ARCHIVO-MALO THEN
001680        PERFORM 1400-CERRAR-MES
001690           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MES-CNT
001700     END-IF.
001710 1200-CARGAR-DIA.
001720     READ arc-calendario
001730         AT END
001740             MOVE 'S' TO WS-CAL-FIN
001750         NOT AT END
001770             PERFORM 1300-VALIDAR-DIA
001780     END-READ.
001790 1300-VALIDAR-DIA.
001800     IF CALENDARIO-REC = SPACES THEN
001810        EXIT PARAGRAPH
001820     END-IF.
001830     IF CAL-FECHA IS NOT NUMERIC THEN
001840        display 'CALENDARIO, FECHA INVALIDA: ' CAL-FECHA
001850        MOVE 'S' TO WS-ARCHIVO-MALO
001860        EXIT PARAGRAPH
001870     END-IF.
001880     IF CAL-MES < 1 OR CAL-MES > 12 THEN
001890        display 'CALENDARIO, MES INVALIDO: ' CAL-FECHA
001900        MOVE 'S' TO WS-ARCHIVO-MALO
001910        EXIT PARAGRAPH
001920     END-IF.
001930     MOVE CAL-ANIO TO WS-ANIO.
001940     MOVE CAL-MES TO WS-MES.
001950     PERFORM 1500-LARGO-DEL-MES.
001960     IF CAL-DIA < 1 OR CAL-DIA > WS-DIAS-DEL-MES THEN
001970        display 'CALENDARIO, DIA INVALIDO: ' CAL-FECHA
001980        MOVE 'S' TO WS-ARCHIVO-MALO
001990        EXIT PARAGRAPH
002000     END-IF.
002010     IF CAL-TIPO NOT = 'L' AND CAL-TIPO NOT = 'F' AND
002020        CAL-TIPO NOT = 'S' THEN
002030        display 'CALENDARIO, TIPO INVALIDO: ' CAL-FECHA
002040           ' ' CAL-TIPO
002050        MOVE 'S' TO WS-ARCHIVO-MALO
002060        EXIT PARAGRAPH
002070     END-IF.
002080     IF CAL-FECHA-NUM NOT > WS-FECHA-ANT THEN
002090        display 'CALENDARIO, FECHA FUERA DE ORDEN: ' CAL-FECHA
002100        MOVE 'S' TO WS-ARCHIVO-MALO
002110        EXIT PARAGRAPH
002120     END-IF.
002130     IF WS-DIA-CNT >= 3700 THEN
002140        display 'CALENDARIO, TABLA DE DIAS LLENA: ' CAL-FECHA
002150        MOVE 'S' TO WS-ARCHIVO-MALO
002160        EXIT PARAGRAPH
002170     END-IF.
002180     MOVE CAL-FECHA-NUM TO WS-FECHA-ANT.
002190     add 1 to WS-DIA-CNT.
002200     MOVE CAL-FECHA-NUM TO WS-D-FECHA(WS-DIA-CNT).
002210     MOVE CAL-TIPO TO WS-D-TIPO(WS-DIA-CNT).
002220     IF WS-MES-CNT = ZERO OR
002230        WS-M-PERIODO(WS-MES-CNT) NOT = CAL-FECHA(1:6) THEN
002240        IF WS-MES-CNT >= 120 THEN
002250           display 'CALENDARIO, TABLA DE MESES LLENA: ' CAL-FECHA
002260           MOVE 'S' TO WS-ARCHIVO-MALO
002270           EXIT PARAGRAPH
002280        END-IF
002290        add 1 to WS-MES-CNT
002300        MOVE CAL-FECHA(1:6) TO WS-M-PERIODO(WS-MES-CNT)
002310        MOVE WS-DIA-CNT TO WS-M-PRIMERO(WS-MES-CNT)
002320        MOVE ZERO TO WS-M-LISTADOS(WS-MES-CNT)
002330        MOVE ZERO TO WS-M-LABORABLES(WS-MES-CNT)
002340        MOVE 'N' TO WS-M-COMPLETO(WS-MES-CNT)
002350     END-IF.
002360     add 1 to WS-M-LISTADOS(WS-MES-CNT).
002370     IF CAL-TIPO = 'L' THEN
002380        add 1 to WS-M-LABORABLES(WS-MES-CNT)
002390     END-IF.
002400 1400-CERRAR-MES.
002410*
002420* Dates are strictly ascending and valid, so a month listing as
002430* many days as it has lists every one of them. A complete month
002440* with no working day at all would divide a sueldo by zero.
002450*
002460     MOVE WS-M-PERIODO(WS-I)(1:4) TO WS-ANIO.
002470     MOVE WS-M-PERIODO(WS-I)(5:2) TO WS-MES.
002480     PERFORM 1500-LARGO-DEL-MES.
002490     IF WS-M-LISTADOS(WS-I) = WS-DIAS-DEL-MES THEN
002500        IF WS-M-LABORABLES(WS-I) = ZERO THEN
002510           display 'CALENDARIO, MES SIN DIAS LABORABLES: '
002520              WS-M-PERIODO(WS-I)
002530           MOVE 'S' TO WS-ARCHIVO-MALO
002540        ELSE
002550           MOVE 'S' TO WS-M-COMPLETO(WS-I)
002560        END-IF
002570     END-IF.
002580 1500-LARGO-DEL-MES.
002590     MOVE WS-LARGO-MES(WS-MES) TO WS-DIAS-DEL-MES.
002600     IF WS-MES = 2 THEN
002610        DIVIDE WS-ANIO BY 4 GIVING WS-COCIENTE
002620           REMAINDER WS-RESTO-4
002630        DIVIDE WS-ANIO BY 100 GIVING WS-COCIENTE
002640           REMAINDER WS-RESTO-100
002650        DIVIDE WS-ANIO BY 400 GIVING WS-COCIENTE
002660           REMAINDER WS-RESTO-400
002670        IF WS-RESTO-400 = ZERO OR
002680           (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO) THEN
002690           MOVE 29 TO WS-DIAS-DEL-MES
002700        END-IF
002710     END-IF.
002720** add other procedures here
002730 END PROGRAM CALENDARIO.
