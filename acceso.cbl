000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Shared inquiry access service, a sibling of PARAMETRO
000050*          and CALENDARIO, called by CONSULTA and EXPEDIENTE.
000060*          Operation 'V' checks the operator against
000070*          ../operadores.txt (operator id, right to see sueldo
000080*          'S'/'N', right to see the bank account 'S'/'N', estado
000090*          'A' active or 'B' dropped, name) and hands back the
000100*          operator's rights; operation 'R' records one lookup.
000110*          Both write to ../accesos.txt, the access log: date,
000120*          time, operator, program, identi viewed and result ('C'
000130*          a lookup, 'N' an operator turned away). Estado '00'
000140*          answers, '23' means the operator is unknown or dropped,
000150*          '35' that there is no operator table and '99' that the
000160*          table is invalid or the log cannot be written; on
000170*          anything but '00' the caller must not show data.
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program. The table loads once per run;
000220*                    the log opens and closes on every record, so
000230*                    what was looked up is on disk even if the
000240*                    inquiry is killed at the terminal.
000243*   2026-10-15  BMD  A failed read of operadores.txt refuses
000246*                    the table instead of reading on.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. ACCESO.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     select arc-operadores assign to '../operadores.txt'
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS estado-ope.
000380     select arc-accesos assign to '../accesos.txt'
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS estado-acc.
000410*-----------------------
000420 DATA DIVISION.
000430*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000440 FILE SECTION.
000450 FD arc-operadores
000460 RECORDING MODE IS F.
000470 01 OPERADOR-REC.
000480     05 OPE-ID PIC X(8).
000490     05 OPE-VER-SUELDO PIC X(1).
000500     05 OPE-VER-CUENTA PIC X(1).
000510     05 OPE-ESTADO PIC X(1).
000520         88 OPE-ACTIVO VALUE 'A'.
000530         88 OPE-BAJA VALUE 'B'.
000540     05 OPE-NOMBRE PIC X(30).
000550 FD arc-accesos
000560 RECORDING MODE IS F.
000570 01 ACCESO-REC.
000580     05 ACC-FECHA PIC 9(8).
000590     05 ACC-HORA PIC 9(8).
000600     05 ACC-OPERADOR PIC X(8).
000610     05 ACC-PROGRAMA PIC X(10).
000620     05 ACC-IDENTI PIC 9(6).
000630     05 ACC-RESULTADO PIC X(1).
000640*-----------------------
000650 WORKING-STORAGE SECTION.
000660 01 estado-ope PIC X(2).
000670     88 ope-ok value '00'.
000680     88 ope-no-archivo value '35'.
000690 01 estado-acc PIC X(2).
000700     88 acc-ok value '00'.
000710 01 WS-CARGADO PIC X(1) VALUE 'N'.
000720     88 YA-CARGADO VALUE 'S'.
000730 01 WS-ARCHIVO-MALO PIC X(1) VALUE 'N'.
000740     88 ARCHIVO-MALO VALUE 'S'.
000750 01 WS-SIN-ARCHIVO PIC X(1) VALUE 'N'.
000760     88 SIN-ARCHIVO VALUE 'S'.
000770 01 WS-OPE-FIN PIC X(1).
000780 01 WS-OPE-CNT PIC 9(3) COMP VALUE ZERO.
000790 01 WS-TABLA-OPERADORES.
000800     05 WS-OPE-ITEM OCCURS 300.
000810         10 WS-O-ID PIC X(8).
000820         10 WS-O-VER-SUELDO PIC X(1).
000830         10 WS-O-VER-CUENTA PIC X(1).
000840         10 WS-O-ESTADO PIC X(1).
000850 01 WS-I PIC 9(3) COMP.
000860 01 WS-HALLADO PIC 9(3) COMP.
000870 01 WS-BUSCA-ID PIC X(8).
000880*-----------------------
000890 LINKAGE SECTION.
000900 01 LK-OPERACION PIC X(1).
000910     88 LK-VALIDAR VALUE 'V'.
000920     88 LK-REGISTRAR VALUE 'R'.
000930 01 LK-PROGRAMA PIC X(10).
000940 01 LK-OPERADOR PIC X(8).
000950 01 LK-IDENTI PIC 9(6).
000960 01 LK-PERMISOS.
000970     05 LK-VER-SUELDO PIC X(1).
000980     05 LK-VER-CUENTA PIC X(1).
000990 01 LK-ESTADO PIC X(2).
001000*-----------------------
001010 PROCEDURE DIVISION USING LK-OPERACION LK-PROGRAMA LK-OPERADOR
001020     LK-IDENTI LK-PERMISOS LK-ESTADO.
001030*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001040 MAIN-PROCEDURE.
001050**
001060* Load and validate once; check the operator or log the lookup.
001070**
001080     IF NOT YA-CARGADO THEN
001090        PERFORM 1000-CARGAR
001100     END-IF.
001110     IF SIN-ARCHIVO THEN
001120        MOVE '35' TO LK-ESTADO
001130        GOBACK
001140     END-IF.
001150     IF ARCHIVO-MALO THEN
001160        MOVE '99' TO LK-ESTADO
001170        GOBACK
001180     END-IF.
001190     IF LK-REGISTRAR THEN
001200        MOVE 'C' TO ACC-RESULTADO
001210        PERFORM 2100-GRABAR-ACCESO
001220        GOBACK
001230     END-IF.
001240     MOVE 'N' TO LK-VER-SUELDO LK-VER-CUENTA.
001250     MOVE ZERO TO WS-HALLADO.
001260     MOVE LK-OPERADOR TO WS-BUSCA-ID.
001270     PERFORM 2010-BUSCAR-OPERADOR
001280        VARYING WS-I FROM 1 BY 1
001290        UNTIL WS-I > WS-OPE-CNT OR WS-HALLADO > ZERO.
001295     IF WS-HALLADO > ZERO THEN
001297        IF WS-O-ESTADO(WS-HALLADO) NOT = 'A' THEN
001298           MOVE ZERO TO WS-HALLADO
001299        END-IF
001300     END-IF.
001301     IF WS-HALLADO = ZERO THEN
001310        MOVE 'N' TO ACC-RESULTADO
001320        PERFORM 2100-GRABAR-ACCESO
001330        IF LK-ESTADO = '00' THEN
001340           MOVE '23' TO LK-ESTADO
001350        END-IF
001360        GOBACK
001370     END-IF.
001380     MOVE WS-O-VER-SUELDO(WS-HALLADO) TO LK-VER-SUELDO.
001390     MOVE WS-O-VER-CUENTA(WS-HALLADO) TO LK-VER-CUENTA.
001400     MOVE '00' TO LK-ESTADO.
001410     GOBACK.
001420 2010-BUSCAR-OPERADOR.
001430     IF WS-O-ID(WS-I) = WS-BUSCA-ID THEN
001440        MOVE WS-I TO WS-HALLADO
001450     END-IF.
001460 2100-GRABAR-ACCESO.
001470*
001480* A log that cannot take the record answers '99': no lookup is
001490* shown that the audit would not see.
001500*
001510     ACCEPT ACC-FECHA FROM DATE YYYYMMDD.
001520     ACCEPT ACC-HORA FROM TIME.
001530     MOVE LK-OPERADOR TO ACC-OPERADOR.
001540     MOVE LK-PROGRAMA TO ACC-PROGRAMA.
001550     IF LK-REGISTRAR THEN
001560        MOVE LK-IDENTI TO ACC-IDENTI
001570     ELSE
001580        MOVE ZERO TO ACC-IDENTI
001590     END-IF.
001600     OPEN EXTEND arc-accesos.
001610     IF NOT acc-ok THEN
001620        OPEN OUTPUT arc-accesos
001630     END-IF.
001640     IF NOT acc-ok THEN
001650        display 'estado-acc: ' estado-acc
001660        MOVE '99' TO LK-ESTADO
001670        EXIT PARAGRAPH
001680     END-IF.
001690     WRITE ACCESO-REC.
001700     IF NOT acc-ok THEN
001710        display 'estado-acc: ' estado-acc
001720        MOVE '99' TO LK-ESTADO
001730        CLOSE arc-accesos
001740        EXIT PARAGRAPH
001750     END-IF.
001760     CLOSE arc-accesos.
001770     MOVE '00' TO LK-ESTADO.
001780 1000-CARGAR.
001790     MOVE 'S' TO WS-CARGADO.
001800     OPEN INPUT arc-operadores.
001810     IF ope-no-archivo THEN
001820        display 'NO EXISTE LA TABLA DE OPERADORES'
001830        MOVE 'S' TO WS-SIN-ARCHIVO
001840        EXIT PARAGRAPH
001850     END-IF.
001860     IF NOT ope-ok THEN
001870        display 'estado-ope: ' estado-ope
001880        MOVE 'S' TO WS-ARCHIVO-MALO
001890        EXIT PARAGRAPH
001900     END-IF.
001910     MOVE 'N' TO WS-OPE-FIN.
001920     PERFORM 1200-CARGAR-OPERADOR
001930        UNTIL WS-OPE-FIN = 'S' OR ARCHIVO-MALO.
001940     CLOSE arc-operadores.
001950 1200-CARGAR-OPERADOR.
001960     READ arc-operadores
001970         AT END
001980             MOVE 'S' TO WS-OPE-FIN
001990         NOT AT END
002000             PERFORM 1300-VALIDAR-OPERADOR
002010     END-READ.
002012     IF NOT ope-ok AND estado-ope NOT = '10' THEN
002014        display 'estado-ope: ' estado-ope
002016        MOVE 'S' TO WS-ARCHIVO-MALO
002018     END-IF.
002020 1300-VALIDAR-OPERADOR.
002030*
002040* A right that is neither S nor N would be a guess either way:
002050* the whole table is refused, as a bad calendario.txt is.
002060*
002070     IF OPERADOR-REC = SPACES THEN
002080        EXIT PARAGRAPH
002090     END-IF.
002100     IF OPE-ID = SPACES OR
002110        (OPE-VER-SUELDO NOT = 'S' AND OPE-VER-SUELDO NOT = 'N') OR
002120        (OPE-VER-CUENTA NOT = 'S' AND OPE-VER-CUENTA NOT = 'N') OR
002130        (NOT OPE-ACTIVO AND NOT OPE-BAJA) THEN
002140        display 'OPERADORES, REGISTRO INVALIDO: ' OPERADOR-REC
002150        MOVE 'S' TO WS-ARCHIVO-MALO
002160        EXIT PARAGRAPH
002170     END-IF.
002180     MOVE ZERO TO WS-HALLADO.
002190     MOVE OPE-ID TO WS-BUSCA-ID.
002200     PERFORM 2010-BUSCAR-OPERADOR
002210        VARYING WS-I FROM 1 BY 1
002220        UNTIL WS-I > WS-OPE-CNT OR WS-HALLADO > ZERO.
002230     IF WS-HALLADO > ZERO THEN
002240        display 'OPERADORES, OPERADOR REPETIDO: ' OPE-ID
002250        MOVE 'S' TO WS-ARCHIVO-MALO
002260        EXIT PARAGRAPH
002270     END-IF.
002280     IF WS-OPE-CNT >= 300 THEN
002290        display 'OPERADORES, TABLA LLENA: ' OPE-ID
002300        MOVE 'S' TO WS-ARCHIVO-MALO
002310        EXIT PARAGRAPH
002320     END-IF.
002330     add 1 to WS-OPE-CNT.
002340     MOVE OPE-ID TO WS-O-ID(WS-OPE-CNT).
002350     MOVE OPE-VER-SUELDO TO WS-O-VER-SUELDO(WS-OPE-CNT).
002360     MOVE OPE-VER-CUENTA TO WS-O-VER-CUENTA(WS-OPE-CNT).
002370     MOVE OPE-ESTADO TO WS-O-ESTADO(WS-OPE-CNT).
002380** add other procedures here
002390 END PROGRAM ACCESO.
