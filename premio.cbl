000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Off-cycle performance bonus over the merged roster.
000050*          Each employee's place in the mmr ranking (the RANKING
000060*          order) and medalla pick a rule from premio_reglas.txt:
000070*          a fixed amount or a percent of sueldo. Sancion holders
000080*          get no bonus. premio.txt is the bonus register by cost
000090*          center; banco_premio.txt is the transfer file in the
000100*          BANCO layout under its own sequence
000110*          (banco_premio_seq.txt), so it never meets the regular
000120*          BANCO file; each bonus paid goes to historia.txt as a
000130*          'P' row, which CIERRE reports apart from regular pay,
000140*          and to the premios.txt register.
000150* Tectonics: cobc
000160*
000170* Modification History:
000180*   2026-10-15  BMD  New program. Run on demand, not part of
000190*                    CADENA. premio_reglas.txt holds medalla ('*'
000200*                    for any), first and last place of the rank
000210*                    band, 'I' with an amount or 'P' with a
000220*                    percent (two decimals); the first rule that
000230*                    fits is the one applied, so the specific
000240*                    ones go before the catch-alls. The place is
000250*                    counted over the whole roster the way
000260*                    ranking.txt prints it, sanctioned employees
000270*                    included, so the register can be checked
000280*                    against that report. An identi already in
000290*                    premios.txt for the quarter is listed and
000300*                    skipped, so the run can be repeated; one
000310*                    left unpaid (no master record, no account or
000320*                    an account the bank returned) is not
000330*                    registered and is paid by the next run of
000340*                    the quarter once the master is put right.
000350*                    historia.txt, the register and the sequence
000360*                    change only after the register and the
000370*                    transfer file are complete. RETURN-CODE 0
000380*                    clean, 4 with a bonus left unpaid, 12 on a
000390*                    stop.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 PROGRAM-ID. PREMIO.
000440 ENVIRONMENT DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 CONFIGURATION SECTION.
000470*-----------------------
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     select arc-escritura assign to DYNAMIC WS-ESCRITURA-PATH
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS estado-esc.
000530     select arc-reglas assign to '../premio_reglas.txt'
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS estado-rgl.
000560     select arc-registro assign to '../premios.txt'
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS estado-reg.
000590     select arc-reg-nuevo assign to '../premios.nue'
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS estado-rgn.
000620     select arc-empleados assign to '../empleados.dat'
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS DYNAMIC
000650     RECORD KEY IS EMP-ID
000660     FILE STATUS IS ESTADO-EMP.
000670     select arc-historia assign to '../historia.txt'
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS estado-his.
000700     select arc-his-tmp assign to '../premio_his.tmp'
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS estado-hst.
000730     select arc-calculo assign to '../premio_calc.tmp'
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS estado-cal.
000760     select arc-reporte assign to '../premio.txt'
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS estado-rep.
000790     select arc-banco assign to '../banco_premio.txt'
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS estado-ban.
000820     select arc-secuencia assign to '../banco_premio_seq.txt'
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     FILE STATUS IS estado-seq.
000850     select arc-orden assign to '../premio_srt.tmp'.
000860     select arc-orden-cco assign to '../premio_cco.tmp'.
000870*-----------------------
000880 DATA DIVISION.
000890*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000900 FILE SECTION.
000910 FD arc-escritura
000920 RECORDING MODE IS F.
000930 01 inmortal.
000940     05 identi PIC 9(6).
000950     05 nombre PIC X(6).
000960     05 apellido PIC X(10).
000970     05 sueldo PIC 9(9).
000980     05 medalla PIC X(9).
000990     05 mmr PIC 9(4).
001000     05 favorito PIC X(7).
001010     05 dias-asistidos PIC 9(3).
001020     05 sancion PIC X(1).
001030     05 ccosto PIC X(4).
001040     05 neto PIC 9(9).
001050     05 horas-extra PIC 9(3)V99.
001060     05 horas-premio PIC 9(3)V99.
001070     05 extra PIC 9(9).
001080 FD arc-reglas
001090 RECORDING MODE IS F.
001100 01 REGLA-REC.
001110     05 RGL-MEDALLA PIC X(9).
001120     05 RGL-PUESTO-DESDE PIC 9(4).
001130     05 RGL-PUESTO-HASTA PIC 9(4).
001140     05 RGL-TIPO PIC X(1).
001150         88 RGL-IMPORTE-FIJO VALUE 'I'.
001160         88 RGL-PORCENTAJE VALUE 'P'.
001170     05 RGL-VALOR PIC 9(9).
001180     05 RGL-VALOR-PCT REDEFINES RGL-VALOR PIC 9(7)V99.
001190 FD arc-registro
001200 RECORDING MODE IS F.
001210 01 REGISTRO-REC.
001220     05 PRM-IDENTI PIC 9(6).
001230     05 PRM-TRIMESTRE PIC 9(5).
001240     05 PRM-FECHA PIC 9(8).
001250     05 PRM-IMPORTE PIC 9(9).
001260 FD arc-reg-nuevo
001270 RECORDING MODE IS F.
001280 01 REG-NUEVO-REC PIC X(28).
001290 FD arc-empleados
001300 RECORDING MODE IS F.
001310 01 EMPLEADO-REC.
001320     05 EMP-ID PIC 9(6).
001330     05 EMP-NOM PIC X(20).
001340     05 EMP-APE PIC X(20).
001350     05 EMP-SUELDO PIC 9(7)V99.
001360     05 EMP-CUENTA PIC 9(10).
001370     05 EMP-CCOSTO PIC X(4).
001380     05 EMP-CTA-ESTADO PIC X(1).
001390         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
001400 FD arc-historia
001410 RECORDING MODE IS F.
001420 01 HISTORIA-REC PIC X(55).
001430 FD arc-his-tmp
001440 RECORDING MODE IS F.
001450 01 HIS-TMP-REC PIC X(55).
001460 FD arc-calculo
001470 RECORDING MODE IS F.
001480 01 CALCULO-REC.
001490     05 CAL-CCOSTO PIC X(4).
001500     05 CAL-IDENTI PIC 9(6).
001510     05 CAL-NOMBRE PIC X(6).
001520     05 CAL-APELLIDO PIC X(10).
001530     05 CAL-MEDALLA PIC X(9).
001540     05 CAL-PUESTO PIC 9(5).
001550     05 CAL-MMR PIC 9(4).
001560     05 CAL-SUELDO PIC 9(9).
001570     05 CAL-PREMIO PIC 9(9).
001580 FD arc-reporte
001590 RECORDING MODE IS F.
001600 01 REPORTE-LINE PIC X(80).
001610 FD arc-banco
001620 RECORDING MODE IS F.
001630 01 BANCO-LINE PIC X(26).
001640 FD arc-secuencia
001650 RECORDING MODE IS F.
001660 01 SEQ-REC.
001670     05 SEQ-NUMERO PIC 9(6).
001680 SD arc-orden.
001690 01 sort-reg.
001700     05 sort-mmr PIC 9(4).
001710     05 sort-identi PIC 9(6).
001720     05 sort-nombre PIC X(6).
001730     05 sort-apellido PIC X(10).
001740     05 sort-sueldo PIC 9(9).
001750     05 sort-medalla PIC X(9).
001760     05 sort-sancion PIC X(1).
001770     05 sort-ccosto PIC X(4).
001780 SD arc-orden-cco.
001790 01 sort-cco-reg.
001800     05 scc-ccosto PIC X(4).
001810     05 scc-identi PIC 9(6).
001820     05 scc-resto PIC X(52).
001830*-----------------------
001840 WORKING-STORAGE SECTION.
001850 01 estado-esc PIC X(2).
001860     88 esc-ok value '00'.
001870     88 esc-no-archivo value '35'.
001880 01 estado-rgl PIC X(2).
001890     88 rgl-ok value '00'.
001900     88 rgl-no-archivo value '35'.
001910 01 estado-reg PIC X(2).
001920     88 reg-ok value '00'.
001930     88 reg-no-archivo value '35'.
001940 01 estado-rgn PIC X(2).
001950     88 rgn-ok value '00'.
001960 01 ESTADO-EMP PIC X(2).
001970     88 EMP-OK VALUE '00'.
001980     88 EMP-NO-EXISTE VALUE '23'.
001990     88 EMP-NO-ARCHIVO VALUE '35'.
002000 01 estado-his PIC X(2).
002010     88 his-ok value '00'.
002020 01 estado-hst PIC X(2).
002030     88 hst-ok value '00'.
002040 01 estado-cal PIC X(2).
002050     88 cal-ok value '00'.
002060 01 estado-rep PIC X(2).
002070     88 rep-ok value '00'.
002080 01 estado-ban PIC X(2).
002090     88 ban-ok value '00'.
002100 01 estado-seq PIC X(2).
002110     88 seq-ok value '00'.
002120 01 WS-JOB-NAME PIC X(20) VALUE 'PREMIO'.
002130 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
002140 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
002150 01 WS-RETORNO PIC 9(2) VALUE 12.
002160 01 WS-PARAM-CLAVE PIC X(20).
002170 01 WS-PARAM-VALOR PIC X(100).
002180 01 WS-PARAM-ESTADO PIC X(2).
002190 01 WS-ESCRITURA-PATH PIC X(100).
002200 01 WS-FECHA-RUN PIC 9(8).
002210 01 WS-FECHA-RUN-R REDEFINES WS-FECHA-RUN.
002220     05 WS-ANO-RUN PIC 9(4).
002230     05 WS-MES-RUN PIC 9(2).
002240     05 FILLER PIC 9(2).
002250 01 WS-TRIMESTRE PIC 9(5).
002260 01 WS-SECUENCIA PIC 9(6).
002270 01 WS-ESC-FIN PIC X(1) VALUE 'N'.
002280 01 WS-RGL-FIN PIC X(1) VALUE 'N'.
002290 01 WS-REG-FIN PIC X(1) VALUE 'N'.
002300 01 WS-CAL-FIN PIC X(1) VALUE 'N'.
002310 01 WS-RET-FIN PIC X(1).
002320 01 WS-FIN-TMP PIC X(1).
002330*
002340* Bonus rules, in the order of premio_reglas.txt.
002350*
002360 01 WS-RGL-CNT PIC 9(3) COMP VALUE ZERO.
002370 01 WS-TABLA-REGLAS.
002380     05 WS-RGL-ITEM OCCURS 100.
002390         10 WS-G-MEDALLA PIC X(9).
002400         10 WS-G-DESDE PIC 9(4).
002410         10 WS-G-HASTA PIC 9(4).
002420         10 WS-G-TIPO PIC X(1).
002430         10 WS-G-VALOR PIC 9(9).
002440         10 WS-G-VALOR-PCT REDEFINES WS-G-VALOR PIC 9(7)V99.
002450*
002460* Identis already paid a bonus this quarter.
002470*
002480 01 WS-PAG-CNT PIC 9(4) COMP VALUE ZERO.
002490 01 WS-TABLA-PAGADOS.
002500     05 WS-PAG-IDENTI PIC 9(6) OCCURS 5000.
002510 01 WS-I PIC 9(4) COMP.
002520 01 WS-REGLA PIC 9(3) COMP.
002530 01 WS-YA-PAGADO PIC X(1).
002540 01 WS-PUESTO PIC 9(5) COMP.
002550 01 WS-PREMIO PIC 9(9).
002560 01 WS-MOTIVO PIC X(14).
002570 01 WS-HAY-CCOSTO PIC X(1) VALUE 'N'.
002580 01 WS-ACT-CCOSTO PIC X(4).
002590 01 WS-HASH-IMPORTE PIC 9(13) VALUE ZERO.
002600 01 WS-CONTADORES.
002610     05 WS-CNT-ROSTER     PIC 9(7) COMP VALUE ZERO.
002620     05 WS-CNT-SANCION    PIC 9(7) COMP VALUE ZERO.
002630     05 WS-CNT-SIN-REGLA  PIC 9(7) COMP VALUE ZERO.
002640     05 WS-CNT-YA-PAGADO  PIC 9(7) COMP VALUE ZERO.
002650     05 WS-CNT-CALCULADOS PIC 9(7) COMP VALUE ZERO.
002660     05 WS-CNT-PAGADOS    PIC 9(7) COMP VALUE ZERO.
002670     05 WS-CNT-NO-PAGADOS PIC 9(7) COMP VALUE ZERO.
002680     05 WS-CNT-CCO-PAG    PIC 9(7) COMP VALUE ZERO.
002690 01 WS-TOT-PAGADO PIC 9(13) VALUE ZERO.
002700 01 WS-TOT-NO-PAGADO PIC 9(13) VALUE ZERO.
002710 01 WS-TOT-CCOSTO PIC 9(13) VALUE ZERO.
002720 01 WS-HISTORIA.
002730     05 hist-fecha PIC 9(8).
002740     05 hist-tipo PIC X(1).
002750     05 hist-identi PIC 9(6).
002760     05 hist-sueldo PIC 9(9).
002770     05 hist-dias PIC 9(3).
002780     05 hist-sancion PIC X(1).
002790     05 hist-exc-tipo PIC X(1).
002800     05 hist-ccosto PIC X(4).
002810     05 hist-neto PIC 9(9).
002820     05 hist-concepto PIC X(4).
002830     05 hist-extra PIC 9(9).
002840 01 WS-REG-CABECERA.
002850     05 FILLER PIC X(1) VALUE 'H'.
002860     05 CAB-FECHA PIC 9(8).
002870     05 CAB-SECUENCIA PIC 9(6).
002880     05 FILLER PIC X(11) VALUE SPACES.
002890 01 WS-REG-DETALLE.
002900     05 FILLER PIC X(1) VALUE 'D'.
002910     05 DET-IDENTI PIC 9(6).
002920     05 DET-CUENTA PIC 9(10).
002930     05 DET-SUELDO PIC 9(9).
002940 01 WS-REG-COLA.
002950     05 FILLER PIC X(1) VALUE 'T'.
002960     05 COL-CUENTA-REG PIC 9(6).
002970     05 COL-HASH-SUELDO PIC 9(13).
002980     05 FILLER PIC X(6) VALUE SPACES.
002990 01 WS-ENC1.
003000     05 FILLER PIC X(39) VALUE
003010        "PREMIOS POR DESEMPENO - PREMIO.CBL - T ".
003020     05 EN-TRIMESTRE PIC 9(5).
003030     05 FILLER PIC X(7) VALUE " FECHA ".
003040     05 EN-FECHA PIC 9(8).
003050     05 FILLER PIC X(21) VALUE SPACES.
003060 01 WS-ENC2.
003070     05 FILLER PIC X(25) VALUE "IDENTI NOMBRE APELLIDO   ".
003072     05 FILLER PIC X(9) VALUE "MEDALLA  ".
003074     05 FILLER PIC X(11) VALUE "PUESTO  MMR".
003076     05 FILLER PIC X(20) VALUE "    SUELDO    PREMIO".
003080     05 FILLER PIC X(15) VALUE " OBSERVACION".
003090 01 WS-ENC3 PIC X(80) VALUE ALL "-".
003100 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
003110 01 WS-LINEA-PARAM.
003120     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
003130     05 LPA-CLAVE PIC X(21).
003140     05 LPA-VALOR PIC X(48).
003150 01 WS-LINEA-CCOSTO.
003160     05 FILLER PIC X(17) VALUE "CENTRO DE COSTO: ".
003170     05 LC-CCOSTO PIC X(4).
003180     05 FILLER PIC X(59) VALUE SPACES.
003190 01 WS-LINEA-PREMIO.
003200     05 LP-IDENTI PIC 9(6).
003210     05 FILLER PIC X(1) VALUE SPACE.
003220     05 LP-NOMBRE PIC X(6).
003230     05 FILLER PIC X(1) VALUE SPACE.
003240     05 LP-APELLIDO PIC X(10).
003250     05 FILLER PIC X(1) VALUE SPACE.
003260     05 LP-MEDALLA PIC X(9).
003270     05 FILLER PIC X(1) VALUE SPACE.
003280     05 LP-PUESTO PIC Z(4)9.
003290     05 FILLER PIC X(1) VALUE SPACE.
003300     05 LP-MMR PIC Z(3)9.
003310     05 FILLER PIC X(1) VALUE SPACE.
003320     05 LP-SUELDO PIC Z(8)9.
003330     05 FILLER PIC X(1) VALUE SPACE.
003340     05 LP-PREMIO PIC Z(8)9.
003350     05 FILLER PIC X(1) VALUE SPACE.
003360     05 LP-OBS PIC X(14).
003370 01 WS-LINEA-TOTAL.
003380     05 LT-TEXTO PIC X(40).
003390     05 LT-CANTIDAD PIC Z(6)9.
003400     05 FILLER PIC X(1) VALUE SPACE.
003410     05 LT-IMPORTE PIC Z(12)9.
003420     05 FILLER PIC X(19) VALUE SPACES.
003430*-----------------------
003440 PROCEDURE DIVISION.
003450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003460 MAIN-PROCEDURE.
003470**
003480* Rank the roster by mmr and price each place against the rules,
003490* then list the bonuses by cost center and pay them.
003500**
003510     PERFORM 1000-COMIENZO
003520     SORT arc-orden ON DESCENDING KEY sort-mmr
003530        INPUT PROCEDURE IS 4000-ENTRADA
003540        OUTPUT PROCEDURE IS 4100-SALIDA
003550     SORT arc-orden-cco ON ASCENDING KEY scc-ccosto scc-identi
003560        INPUT PROCEDURE IS 5000-ENTRADA
003570        OUTPUT PROCEDURE IS 5100-SALIDA
003580     PERFORM 2700-CERRAR-REGISTRO
003590     PERFORM 2800-CONFIRMAR
003600     MOVE 'FIN OK' TO WS-JOB-ESTADO
003610     MOVE ZERO TO WS-RETORNO
003620     PERFORM 3000-FINALISIMA
003630     STOP RUN.
003640 1000-COMIENZO.
003650     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
003660     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
003670     COMPUTE WS-TRIMESTRE = WS-ANO-RUN * 10 +
003680        (WS-MES-RUN + 2) / 3.
003690     MOVE 'ARCHIVOS_ESCRITURA' TO WS-PARAM-CLAVE.
003700     PERFORM 1900-LEER-PARAMETRO.
003710     IF WS-PARAM-ESTADO = '00' THEN
003720        MOVE WS-PARAM-VALOR TO WS-ESCRITURA-PATH
003730     ELSE
003740        MOVE '../escritura.txt' TO WS-ESCRITURA-PATH
003750     END-IF.
003760     DISPLAY 'PARAMETROS EFECTIVOS - PREMIO'.
003770     DISPLAY '  ARCHIVOS_ESCRITURA : ' WS-ESCRITURA-PATH.
003780     DISPLAY '  TRIMESTRE          : ' WS-TRIMESTRE.
003790     PERFORM 1100-CARGAR-REGLAS.
003800     PERFORM 1200-CARGAR-PAGADOS.
003810     OPEN INPUT arc-escritura.
003820     IF esc-no-archivo THEN
003830        display 'NO EXISTE EL ROSTER: ' WS-ESCRITURA-PATH
003840        PERFORM 3000-FINALISIMA
003850     END-IF.
003860     IF NOT esc-ok THEN
003870        display 'estado-esc: ' estado-esc
003880        PERFORM 3000-FINALISIMA
003890     END-IF.
003900     OPEN INPUT arc-empleados.
003910     IF EMP-NO-ARCHIVO THEN
003920        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
003930        PERFORM 3000-FINALISIMA
003940     END-IF.
003950     IF NOT EMP-OK THEN
003960        display 'ESTADO-EMP: ' ESTADO-EMP
003970        PERFORM 3000-FINALISIMA
003980     END-IF.
003990     OPEN OUTPUT arc-reporte arc-his-tmp arc-reg-nuevo.
004000     IF NOT rep-ok OR NOT hst-ok OR NOT rgn-ok THEN
004010        display 'estado-rep: ' estado-rep ' estado-hst: '
004020           estado-hst ' estado-rgn: ' estado-rgn
004030        PERFORM 3000-FINALISIMA
004040     END-IF.
004050     MOVE WS-TRIMESTRE TO EN-TRIMESTRE.
004060     MOVE WS-FECHA-RUN TO EN-FECHA.
004070     WRITE REPORTE-LINE FROM WS-ENC1.
004080     MOVE 'ARCHIVOS_ESCRITURA' TO LPA-CLAVE.
004090     MOVE WS-ESCRITURA-PATH TO LPA-VALOR.
004100     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
004110     WRITE REPORTE-LINE FROM WS-ENC3.
004120     PERFORM 1300-ABRIR-BANCO.
004130     PERFORM 2010-LEER-ROSTER.
004140 1900-LEER-PARAMETRO.
004150     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
004160        WS-PARAM-ESTADO.
004170     IF WS-PARAM-ESTADO = '99' THEN
004180        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
004190        PERFORM 3000-FINALISIMA
004200     END-IF.
004210 1100-CARGAR-REGLAS.
004220*
004230* Money rides on the rules: a line that does not read right
004240* stops the run instead of being skipped.
004250*
004260     OPEN INPUT arc-reglas.
004270     IF rgl-no-archivo THEN
004280        display 'NO EXISTE LA TABLA DE REGLAS DE PREMIO'
004290        PERFORM 3000-FINALISIMA
004300     END-IF.
004310     IF NOT rgl-ok THEN
004320        display 'estado-rgl: ' estado-rgl
004330        PERFORM 3000-FINALISIMA
004340     END-IF.
004350     PERFORM 1110-LEER-REGLA UNTIL WS-RGL-FIN = 'S'.
004360     CLOSE arc-reglas.
004370     IF WS-RGL-CNT = ZERO THEN
004380        display 'TABLA DE REGLAS DE PREMIO VACIA'
004390        PERFORM 3000-FINALISIMA
004400     END-IF.
004410 1110-LEER-REGLA.
004420     READ arc-reglas
004430         AT END
004440             MOVE 'S' TO WS-RGL-FIN
004450         NOT AT END
004460             PERFORM 1120-GUARDAR-REGLA
004470     END-READ.
004480     IF NOT rgl-ok AND estado-rgl not = '10' then
004490        display 'estado-rgl: ' estado-rgl
004500        PERFORM 3000-FINALISIMA
004510     END-IF.
004520 1120-GUARDAR-REGLA.
004530     IF RGL-MEDALLA = SPACES OR
004540        RGL-PUESTO-DESDE NOT NUMERIC OR
004550        RGL-PUESTO-HASTA NOT NUMERIC OR
004560        RGL-VALOR NOT NUMERIC OR
004570        RGL-PUESTO-DESDE > RGL-PUESTO-HASTA OR
004580        (NOT RGL-IMPORTE-FIJO AND NOT RGL-PORCENTAJE) THEN
004590        display 'REGLA DE PREMIO INVALIDA: ' REGLA-REC
004600        PERFORM 3000-FINALISIMA
004610     END-IF.
004620     IF WS-RGL-CNT NOT < 100 THEN
004630        display 'TABLA DE REGLAS DE PREMIO LLENA: ' REGLA-REC
004640        PERFORM 3000-FINALISIMA
004650     END-IF.
004660     add 1 to WS-RGL-CNT.
004670     MOVE RGL-MEDALLA TO WS-G-MEDALLA(WS-RGL-CNT).
004680     MOVE RGL-PUESTO-DESDE TO WS-G-DESDE(WS-RGL-CNT).
004690     MOVE RGL-PUESTO-HASTA TO WS-G-HASTA(WS-RGL-CNT).
004700     MOVE RGL-TIPO TO WS-G-TIPO(WS-RGL-CNT).
004710     MOVE RGL-VALOR TO WS-G-VALOR(WS-RGL-CNT).
004720 1200-CARGAR-PAGADOS.
004730     OPEN INPUT arc-registro.
004740     IF reg-no-archivo THEN
004750        EXIT PARAGRAPH
004760     END-IF.
004770     IF NOT reg-ok THEN
004780        display 'estado-reg: ' estado-reg
004790        PERFORM 3000-FINALISIMA
004800     END-IF.
004810     PERFORM 1210-LEER-REGISTRO UNTIL WS-REG-FIN = 'S'.
004820     CLOSE arc-registro.
004830 1210-LEER-REGISTRO.
004840     READ arc-registro
004850         AT END
004860             MOVE 'S' TO WS-REG-FIN
004870         NOT AT END
004880             IF PRM-TRIMESTRE = WS-TRIMESTRE THEN
004890                IF WS-PAG-CNT < 5000 THEN
004900                   add 1 to WS-PAG-CNT
004910                   MOVE PRM-IDENTI TO WS-PAG-IDENTI(WS-PAG-CNT)
004920                ELSE
004930                   display 'TABLA DE PAGADOS LLENA: ' PRM-IDENTI
004940                   PERFORM 3000-FINALISIMA
004950                END-IF
004960             END-IF
004970     END-READ.
004980     IF NOT reg-ok AND estado-reg not = '10' then
004990        display 'estado-reg: ' estado-reg
005000        PERFORM 3000-FINALISIMA
005010     END-IF.
005020 1300-ABRIR-BANCO.
005030*
005040* The bonus file keeps its own number series in
005050* banco_premio_seq.txt, written back by 2800-CONFIRMAR only after
005060* a complete file (the BANCO rule).
005070*
005080     MOVE 1 TO WS-SECUENCIA.
005090     OPEN INPUT arc-secuencia.
005100     IF seq-ok THEN
005110        READ arc-secuencia
005120           AT END
005130              MOVE 1 TO WS-SECUENCIA
005140           NOT AT END
005150              COMPUTE WS-SECUENCIA = SEQ-NUMERO + 1
005160        END-READ
005170        CLOSE arc-secuencia
005180     END-IF.
005190     OPEN OUTPUT arc-banco.
005200     IF NOT ban-ok THEN
005210        display 'estado-ban: ' estado-ban
005220        PERFORM 3000-FINALISIMA
005230     END-IF.
005240     MOVE WS-FECHA-RUN TO CAB-FECHA.
005250     MOVE WS-SECUENCIA TO CAB-SECUENCIA.
005260     WRITE BANCO-LINE FROM WS-REG-CABECERA.
005270     IF NOT ban-ok THEN
005280        display 'estado-ban: ' estado-ban
005290        PERFORM 3000-FINALISIMA
005300     END-IF.
005310 2010-LEER-ROSTER.
005320     READ arc-escritura
005330         AT END
005340             MOVE 'S' TO WS-ESC-FIN
005350         NOT AT END
005360             CONTINUE
005370     END-READ.
005380     IF NOT esc-ok AND estado-esc not = '10' then
005390        display 'estado-esc: ' estado-esc
005400        PERFORM 3000-FINALISIMA
005410     END-IF.
005420 2100-CALCULAR-PREMIO.
005430*
005440* The place counts every employee on the roster; the sanctioned
005450* and those already paid this quarter drop out after it.
005460*
005470     IF sort-sancion NOT = SPACE THEN
005480        add 1 to WS-CNT-SANCION
005490        EXIT PARAGRAPH
005500     END-IF.
005510     MOVE 'N' TO WS-YA-PAGADO.
005520     PERFORM 2110-BUSCAR-PAGADO
005530        VARYING WS-I FROM 1 BY 1
005540        UNTIL WS-I > WS-PAG-CNT OR WS-YA-PAGADO = 'S'.
005550     IF WS-YA-PAGADO = 'S' THEN
005560        add 1 to WS-CNT-YA-PAGADO
005570        EXIT PARAGRAPH
005580     END-IF.
005590     MOVE ZERO TO WS-REGLA.
005600     PERFORM 2120-BUSCAR-REGLA
005610        VARYING WS-I FROM 1 BY 1
005620        UNTIL WS-I > WS-RGL-CNT OR WS-REGLA > ZERO.
005630     IF WS-REGLA = ZERO THEN
005640        add 1 to WS-CNT-SIN-REGLA
005650        EXIT PARAGRAPH
005660     END-IF.
005670     IF WS-G-TIPO(WS-REGLA) = 'I' THEN
005680        MOVE WS-G-VALOR(WS-REGLA) TO WS-PREMIO
005690     ELSE
005700        COMPUTE WS-PREMIO ROUNDED =
005710           sort-sueldo * WS-G-VALOR-PCT(WS-REGLA) / 100
005720     END-IF.
005730     IF WS-PREMIO = ZERO THEN
005740        add 1 to WS-CNT-SIN-REGLA
005750        EXIT PARAGRAPH
005760     END-IF.
005770     MOVE sort-ccosto TO CAL-CCOSTO.
005780     MOVE sort-identi TO CAL-IDENTI.
005790     MOVE sort-nombre TO CAL-NOMBRE.
005800     MOVE sort-apellido TO CAL-APELLIDO.
005810     MOVE sort-medalla TO CAL-MEDALLA.
005820     MOVE WS-PUESTO TO CAL-PUESTO.
005830     MOVE sort-mmr TO CAL-MMR.
005840     MOVE sort-sueldo TO CAL-SUELDO.
005850     MOVE WS-PREMIO TO CAL-PREMIO.
005860     WRITE CALCULO-REC.
005870     IF NOT cal-ok THEN
005880        display 'estado-cal: ' estado-cal
005890        PERFORM 3000-FINALISIMA
005900     END-IF.
005910     add 1 to WS-CNT-CALCULADOS.
005920 2110-BUSCAR-PAGADO.
005930     IF WS-PAG-IDENTI(WS-I) = sort-identi THEN
005940        MOVE 'S' TO WS-YA-PAGADO
005950     END-IF.
005960 2120-BUSCAR-REGLA.
005970     IF (WS-G-MEDALLA(WS-I) = '*' OR
005980         WS-G-MEDALLA(WS-I) = sort-medalla) AND
005990        WS-PUESTO NOT < WS-G-DESDE(WS-I) AND
006000        WS-PUESTO NOT > WS-G-HASTA(WS-I) THEN
006010        MOVE WS-I TO WS-REGLA
006020     END-IF.
006030 2200-PAGAR-PREMIO.
006040*
006050* The account comes from the master, as in BANCO; a bonus that
006060* cannot be transferred stays on the register as unpaid and out
006070* of premios.txt, so the next run of the quarter pays it.
006080*
006090     MOVE SPACES TO WS-MOTIVO.
006100     MOVE CAL-IDENTI TO EMP-ID.
006110     READ arc-empleados
006120         INVALID KEY
006130             MOVE 'SIN MAESTRO' TO WS-MOTIVO
006140     END-READ.
006150     IF NOT EMP-OK AND NOT EMP-NO-EXISTE THEN
006160        display 'ESTADO-EMP: ' ESTADO-EMP
006170        PERFORM 3000-FINALISIMA
006180     END-IF.
006190     IF WS-MOTIVO = SPACES THEN
006200        EVALUATE TRUE
006210            WHEN EMP-CUENTA = ZERO
006220                MOVE 'SIN CUENTA' TO WS-MOTIVO
006230            WHEN EMP-CTA-SOSPECHOSA
006240                MOVE 'CTA DEVUELTA' TO WS-MOTIVO
006250            WHEN OTHER
006260                CONTINUE
006270        END-EVALUATE
006280     END-IF.
006290     MOVE WS-MOTIVO TO LP-OBS.
006300     IF WS-MOTIVO NOT = SPACES THEN
006310        add 1 to WS-CNT-NO-PAGADOS
006320        add CAL-PREMIO to WS-TOT-NO-PAGADO
006330        EXIT PARAGRAPH
006340     END-IF.
006350     MOVE CAL-IDENTI TO DET-IDENTI.
006360     MOVE EMP-CUENTA TO DET-CUENTA.
006370     MOVE CAL-PREMIO TO DET-SUELDO.
006380     WRITE BANCO-LINE FROM WS-REG-DETALLE.
006390     IF NOT ban-ok THEN
006400        display 'estado-ban: ' estado-ban
006410        PERFORM 3000-FINALISIMA
006420     END-IF.
006430     add CAL-PREMIO to WS-HASH-IMPORTE WS-TOT-PAGADO
006435        WS-TOT-CCOSTO.
006440     add 1 to WS-CNT-PAGADOS WS-CNT-CCO-PAG.
006450*
006460* A 'P' row: the bonus is gross and net alike (nothing is
006470* withheld from it) under the cost center of the roster.
006480*
006490     MOVE WS-FECHA-RUN TO hist-fecha.
006500     MOVE 'P' TO hist-tipo.
006510     MOVE CAL-IDENTI TO hist-identi.
006520     MOVE CAL-PREMIO TO hist-sueldo hist-neto.
006530     MOVE ZERO TO hist-dias hist-extra.
006540     MOVE SPACE TO hist-sancion hist-exc-tipo.
006550     MOVE CAL-CCOSTO TO hist-ccosto.
006560     MOVE 'PREM' TO hist-concepto.
006570     WRITE HIS-TMP-REC FROM WS-HISTORIA.
006580     MOVE CAL-IDENTI TO PRM-IDENTI.
006590     MOVE WS-TRIMESTRE TO PRM-TRIMESTRE.
006600     MOVE WS-FECHA-RUN TO PRM-FECHA.
006610     MOVE CAL-PREMIO TO PRM-IMPORTE.
006620     WRITE REG-NUEVO-REC FROM REGISTRO-REC.
006630     IF NOT hst-ok OR NOT rgn-ok THEN
006640        display 'estado-hst: ' estado-hst ' estado-rgn: '
006650           estado-rgn
006660        PERFORM 3000-FINALISIMA
006670     END-IF.
006680 2300-CORTE-CCOSTO.
006690     IF WS-HAY-CCOSTO = 'S' THEN
006700        PERFORM 2310-TOTAL-CCOSTO
006710     END-IF.
006720     MOVE 'S' TO WS-HAY-CCOSTO.
006730     MOVE CAL-CCOSTO TO WS-ACT-CCOSTO LC-CCOSTO.
006740     MOVE ZERO TO WS-TOT-CCOSTO WS-CNT-CCO-PAG.
006750     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
006760     WRITE REPORTE-LINE FROM WS-LINEA-CCOSTO.
006770     WRITE REPORTE-LINE FROM WS-ENC2.
006780     WRITE REPORTE-LINE FROM WS-ENC3.
006790 2310-TOTAL-CCOSTO.
006800     MOVE SPACES TO LT-TEXTO.
006810     STRING 'PAGADO EN EL CENTRO ' DELIMITED BY SIZE
006820            WS-ACT-CCOSTO DELIMITED BY SIZE
006830            INTO LT-TEXTO.
006840     MOVE WS-CNT-CCO-PAG TO LT-CANTIDAD.
006850     MOVE WS-TOT-CCOSTO TO LT-IMPORTE.
006860     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
006870 2700-CERRAR-REGISTRO.
006880     IF WS-HAY-CCOSTO = 'S' THEN
006890        PERFORM 2310-TOTAL-CCOSTO
006900     END-IF.
006910     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
006920     WRITE REPORTE-LINE FROM WS-ENC3.
006930     MOVE 'EMPLEADOS EN EL ROSTER' TO LT-TEXTO.
006940     MOVE WS-CNT-ROSTER TO LT-CANTIDAD.
006950     MOVE ZERO TO LT-IMPORTE.
006960     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
006970     MOVE 'EXCLUIDOS POR SANCION' TO LT-TEXTO.
006980     MOVE WS-CNT-SANCION TO LT-CANTIDAD.
006990     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007000     MOVE 'SIN REGLA O PREMIO CERO' TO LT-TEXTO.
007010     MOVE WS-CNT-SIN-REGLA TO LT-CANTIDAD.
007020     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007030     MOVE 'YA PAGADOS EN EL TRIMESTRE' TO LT-TEXTO.
007040     MOVE WS-CNT-YA-PAGADO TO LT-CANTIDAD.
007050     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007060     MOVE 'NO PAGADOS (VER OBSERVACION)' TO LT-TEXTO.
007070     MOVE WS-CNT-NO-PAGADOS TO LT-CANTIDAD.
007080     MOVE WS-TOT-NO-PAGADO TO LT-IMPORTE.
007090     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007100     MOVE 'PAGADOS POR TRANSFERENCIA' TO LT-TEXTO.
007110     MOVE WS-CNT-PAGADOS TO LT-CANTIDAD.
007120     MOVE WS-TOT-PAGADO TO LT-IMPORTE.
007130     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007140     IF NOT rep-ok THEN
007150        display 'estado-rep: ' estado-rep
007160        PERFORM 3000-FINALISIMA
007170     END-IF.
007180     MOVE WS-CNT-PAGADOS TO COL-CUENTA-REG.
007190     MOVE WS-HASH-IMPORTE TO COL-HASH-SUELDO.
007200     WRITE BANCO-LINE FROM WS-REG-COLA.
007210     IF NOT ban-ok THEN
007220        display 'estado-ban: ' estado-ban
007230        PERFORM 3000-FINALISIMA
007240     END-IF.
007250     CLOSE arc-reporte arc-his-tmp arc-reg-nuevo arc-banco.
007260 2800-CONFIRMAR.
007270*
007280* The register and the transfer file are complete: the bonuses
007290* go into historia.txt and premios.txt, and the file number is
007300* spent.
007310*
007320     IF WS-CNT-PAGADOS = ZERO THEN
007330        EXIT PARAGRAPH
007340     END-IF.
007350     OPEN INPUT arc-his-tmp.
007360     OPEN EXTEND arc-historia.
007370     IF NOT his-ok THEN
007380        OPEN OUTPUT arc-historia
007390     END-IF.
007400     IF NOT hst-ok OR NOT his-ok THEN
007410        display 'estado-hst: ' estado-hst
007420           ' estado-his: ' estado-his
007430        PERFORM 3000-FINALISIMA
007440     END-IF.
007450     MOVE 'N' TO WS-FIN-TMP.
007460     PERFORM 2810-COPIAR-HISTORIA UNTIL WS-FIN-TMP = 'S'.
007470     CLOSE arc-his-tmp arc-historia.
007480     OPEN INPUT arc-reg-nuevo.
007490     OPEN EXTEND arc-registro.
007500     IF NOT reg-ok THEN
007510        OPEN OUTPUT arc-registro
007520     END-IF.
007530     IF NOT rgn-ok OR NOT reg-ok THEN
007540        display 'estado-rgn: ' estado-rgn
007550           ' estado-reg: ' estado-reg
007560        PERFORM 3000-FINALISIMA
007570     END-IF.
007580     MOVE 'N' TO WS-FIN-TMP.
007590     PERFORM 2820-COPIAR-REGISTRO UNTIL WS-FIN-TMP = 'S'.
007600     CLOSE arc-reg-nuevo arc-registro.
007610     MOVE WS-SECUENCIA TO SEQ-NUMERO.
007620     OPEN OUTPUT arc-secuencia.
007630     WRITE SEQ-REC.
007640     IF NOT seq-ok THEN
007650        display 'estado-seq: ' estado-seq
007660        PERFORM 3000-FINALISIMA
007670     END-IF.
007680     CLOSE arc-secuencia.
007690 2810-COPIAR-HISTORIA.
007700     READ arc-his-tmp
007710         AT END
007720             MOVE 'S' TO WS-FIN-TMP
007730         NOT AT END
007740             WRITE HISTORIA-REC FROM HIS-TMP-REC
007750             IF NOT his-ok THEN
007760                display 'estado-his: ' estado-his
007770                PERFORM 3000-FINALISIMA
007780             END-IF
007790     END-READ.
007800 2820-COPIAR-REGISTRO.
007810     READ arc-reg-nuevo
007820         AT END
007830             MOVE 'S' TO WS-FIN-TMP
007840         NOT AT END
007850             WRITE REGISTRO-REC FROM REG-NUEVO-REC
007860             IF NOT reg-ok THEN
007870                display 'estado-reg: ' estado-reg
007880                PERFORM 3000-FINALISIMA
007890             END-IF
007900     END-READ.
007910 3000-FINALISIMA.
007920     PERFORM 3010-REPORTE-TOTALES.
007930     IF WS-RETORNO = ZERO AND WS-CNT-NO-PAGADOS > ZERO THEN
007940        MOVE 4 TO WS-RETORNO
007950     END-IF.
007960     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
007970     CLOSE arc-escritura arc-empleados arc-reporte arc-his-tmp
007980           arc-reg-nuevo arc-banco arc-calculo.
007990     DISPLAY "parrafo final".
008000     DISPLAY "RETORNO: " WS-RETORNO.
008010     MOVE WS-RETORNO TO RETURN-CODE.
008020     STOP RUN.
008030 3010-REPORTE-TOTALES.
008040     DISPLAY "-----------------------------------------".
008050     DISPLAY "  RESUMEN DE PREMIOS - PREMIO.CBL".
008060     DISPLAY "-----------------------------------------".
008070     DISPLAY "  ROSTER LEIDO      : " WS-CNT-ROSTER.
008080     DISPLAY "  REGLAS            : " WS-RGL-CNT.
008090     DISPLAY "  SANCIONADOS       : " WS-CNT-SANCION.
008100     DISPLAY "  SIN REGLA         : " WS-CNT-SIN-REGLA.
008110     DISPLAY "  YA PAGADOS        : " WS-CNT-YA-PAGADO.
008120     DISPLAY "  CON PREMIO        : " WS-CNT-CALCULADOS.
008130     DISPLAY "  PAGADOS           : " WS-CNT-PAGADOS.
008140     DISPLAY "  NO PAGADOS        : " WS-CNT-NO-PAGADOS.
008150     DISPLAY "  TOTAL PAGADO      : " WS-TOT-PAGADO.
008160     DISPLAY "-----------------------------------------".
008170 4000-ENTRADA SECTION.
008180 4010-CARGAR.
008190*
008200* The first roster record is already in the buffer from the
008210* priming read in 1000-COMIENZO.
008220*
008230     IF WS-ESC-FIN = 'S' THEN
008240        GO TO 4030-FIN-ENTRADA
008250     END-IF.
008260 4020-LIBERAR.
008270     add 1 to WS-CNT-ROSTER.
008280     MOVE mmr TO sort-mmr.
008290     MOVE identi TO sort-identi.
008300     MOVE nombre TO sort-nombre.
008310     MOVE apellido TO sort-apellido.
008320     MOVE sueldo TO sort-sueldo.
008330     MOVE medalla TO sort-medalla.
008340     MOVE sancion TO sort-sancion.
008350     MOVE ccosto TO sort-ccosto.
008360     RELEASE sort-reg.
008370     PERFORM 2010-LEER-ROSTER.
008380     IF WS-ESC-FIN NOT = 'S' THEN
008390        GO TO 4020-LIBERAR
008400     END-IF.
008410 4030-FIN-ENTRADA.
008420     EXIT.
008430 4100-SALIDA SECTION.
008440 4110-ABRIR.
008450     OPEN OUTPUT arc-calculo.
008460     IF NOT cal-ok THEN
008470        display 'estado-cal: ' estado-cal
008480        PERFORM 3000-FINALISIMA
008490     END-IF.
008500     MOVE ZERO TO WS-PUESTO.
008510     MOVE 'N' TO WS-RET-FIN.
008520 4120-RECIBIR.
008530     RETURN arc-orden
008540         AT END
008550             MOVE 'S' TO WS-RET-FIN
008560         NOT AT END
008570             add 1 to WS-PUESTO
008580             PERFORM 2100-CALCULAR-PREMIO
008590     END-RETURN.
008600     IF WS-RET-FIN NOT = 'S' THEN
008610        GO TO 4120-RECIBIR
008620     END-IF.
008630     CLOSE arc-calculo.
008640 4130-FIN-SALIDA.
008650     EXIT.
008660 5000-ENTRADA SECTION.
008670 5010-ABRIR.
008680     OPEN INPUT arc-calculo.
008690     IF NOT cal-ok THEN
008700        display 'estado-cal: ' estado-cal
008710        PERFORM 3000-FINALISIMA
008720     END-IF.
008730 5020-LIBERAR.
008740     READ arc-calculo
008750         AT END
008760             MOVE 'S' TO WS-CAL-FIN
008770         NOT AT END
008780             RELEASE sort-cco-reg FROM CALCULO-REC
008790     END-READ.
008800     IF WS-CAL-FIN NOT = 'S' THEN
008810        GO TO 5020-LIBERAR
008820     END-IF.
008830     CLOSE arc-calculo.
008840 5030-FIN-ENTRADA.
008850     EXIT.
008860 5100-SALIDA SECTION.
008870 5110-RECIBIR.
008880     MOVE 'N' TO WS-RET-FIN.
008890 5120-RECIBIR-UNO.
008900     RETURN arc-orden-cco INTO CALCULO-REC
008910         AT END
008920             MOVE 'S' TO WS-RET-FIN
008930         NOT AT END
008940             PERFORM 5140-LINEA-PREMIO
008950     END-RETURN.
008960     IF WS-RET-FIN NOT = 'S' THEN
008970        GO TO 5120-RECIBIR-UNO
008980     END-IF.
008990 5130-FIN-SALIDA.
009000     EXIT.
009010 5200-DETALLES SECTION.
009020 5140-LINEA-PREMIO.
009030     IF WS-HAY-CCOSTO = 'N' OR CAL-CCOSTO NOT = WS-ACT-CCOSTO THEN
009040        PERFORM 2300-CORTE-CCOSTO
009050     END-IF.
009060     PERFORM 2200-PAGAR-PREMIO.
009070     MOVE CAL-IDENTI TO LP-IDENTI.
009080     MOVE CAL-NOMBRE TO LP-NOMBRE.
009090     MOVE CAL-APELLIDO TO LP-APELLIDO.
009100     MOVE CAL-MEDALLA TO LP-MEDALLA.
009110     MOVE CAL-PUESTO TO LP-PUESTO.
009120     MOVE CAL-MMR TO LP-MMR.
009130     MOVE CAL-SUELDO TO LP-SUELDO.
009140     MOVE CAL-PREMIO TO LP-PREMIO.
009150     WRITE REPORTE-LINE FROM WS-LINEA-PREMIO.
009160     IF NOT rep-ok THEN
009170        display 'estado-rep: ' estado-rep
009180        PERFORM 3000-FINALISIMA
009190     END-IF.
009200** add other procedures here
009210 END PROGRAM PREMIO.
