000010*****************************************************************
000020* Author:
000030* Date:
000040* Purpose: Final settlement for the employees SUMA gave a baja.
000050*          Each 'B' movement in emp_journal.txt (the master image
000060*          before the baja) is settled once: pay for the working
000070*          days from the month after the last paid period in
000080*          historia up to the baja date, the unused vacation
000090*          balance paid at the day rate, whatever ajustes.txt
000100*          still holds for the identi, less the outstanding
000110*          capped deduction balances in descuentos.txt. One
000120*          settlement document per employee in finiquito.txt, an
000130*          off-cycle transfer file banco_fin.txt in the BANCO
000140*          layout under its own sequence (banco_fin_seq.txt), and
000150*          an 'F' row (plus an 'R' row per deduction recovered)
000160*          appended to historia.txt for CIERRE and the annual
000170*          totals. finiquitos.txt registers every baja settled.
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program. Run on demand, not part of
000220*                    CADENA. Only bajas inside the last
000230*                    FINIQUITO_DIAS days are looked at, and a baja
000240*                    already in finiquitos.txt (identi, date and
000250*                    time of the movement) is listed and skipped,
000260*                    so the run can be repeated. Everything is
000270*                    built in work files first; historia.txt,
000280*                    descuentos.txt, finiquitos.txt and the
000290*                    sequence change only after the last document
000300*                    and the transfer file are complete.
000310*                    RETURN-CODE 0 clean, 4 when a settlement
000320*                    carries a warning, 12 on a stop (the ARCHIVOS
000330*                    convention).
000333*   2026-10-15  BMD  Journal layout gains JR-SOLICITANTE and
000336*                    JR-APROBADOR.
000337*   2026-10-15  BMD  A deduction take stamped today is given
000338*                    back only when historia.txt holds this
000339*                    program's own 'R' recovery row for it, so
000340*                    a take by the same day's merge is not
000341*                    charged again. banco_fin.txt is rewritten
000342*                    on every run that settles anything, empty
000343*                    when nothing goes by transfer.
000344*****************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. FINIQUITO.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     select arc-journal assign to '../emp_journal.txt'
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS estado-jor.
000470     select arc-registro assign to '../finiquitos.txt'
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS estado-reg.
000500     select arc-reg-nuevo assign to '../finiquitos.nue'
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS estado-rgn.
000530     select arc-historia assign to '../historia.txt'
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS estado-his.
000560     select arc-archivo assign to DYNAMIC WS-ARCHIVO-PATH
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS estado-arh.
000590     select arc-his-tmp assign to '../finiquito_his.tmp'
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS estado-hst.
000620     select arc-ajustes assign to '../ajustes.txt'
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS estado-aju.
000650     select arc-vacaciones assign to '../vacaciones.txt'
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS estado-vac.
000680     select arc-licencias assign to '../licencias_ok.txt'
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS estado-lic.
000710     select arc-descuentos assign to '../descuentos.txt'
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS estado-des.
000740     select arc-des-liq assign to '../descuentos.liq'
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS estado-dlq.
000770     select arc-checkpoint assign to '../checkpoint.txt'
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS estado-chk.
000800     select arc-documento assign to '../finiquito.txt'
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS estado-doc.
000830     select arc-banco assign to '../banco_fin.txt'
000840     ORGANIZATION IS LINE SEQUENTIAL
000850     FILE STATUS IS estado-ban.
000860     select arc-secuencia assign to '../banco_fin_seq.txt'
000870     ORGANIZATION IS LINE SEQUENTIAL
000880     FILE STATUS IS estado-seq.
000890*-----------------------
000900 DATA DIVISION.
000910*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000920 FILE SECTION.
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
001040         10 JR-ANT-SUELDO PIC 9(7)V99.
001050         10 JR-ANT-CUENTA PIC 9(10).
001060         10 JR-ANT-CCOSTO PIC X(4).
001070         10 JR-ANT-CTA-ESTADO PIC X(1).
001080     05 JR-DESPUES PIC X(70).
001083     05 JR-SOLICITANTE PIC X(8).
001086     05 JR-APROBADOR PIC X(8).
001090 FD arc-registro
001100 RECORDING MODE IS F.
001110 01 REGISTRO-REC.
001120     05 FIN-IDENTI PIC 9(6).
001130     05 FIN-FECHA-BAJA PIC 9(8).
001140     05 FIN-HORA-BAJA PIC 9(8).
001150     05 FIN-FECHA-LIQ PIC 9(8).
001160     05 FIN-NETO PIC 9(9).
001170 FD arc-reg-nuevo
001180 RECORDING MODE IS F.
001190 01 REG-NUEVO-REC PIC X(39).
001200 FD arc-historia
001210 RECORDING MODE IS F.
001220 01 HISTORIA-REC PIC X(55).
001230 FD arc-archivo
001240 RECORDING MODE IS F.
001250 01 ARCHIVO-REC PIC X(55).
001260 FD arc-his-tmp
001270 RECORDING MODE IS F.
001280 01 HIS-TMP-REC PIC X(55).
001290 FD arc-ajustes
001300 RECORDING MODE IS F.
001310 01 AJUSTE-REC.
001320     05 AJU-FECHA PIC 9(8).
001330     05 AJU-IDENTI PIC 9(6).
001340     05 AJU-SIGNO PIC X(1).
001350     05 AJU-MONTO PIC 9(9).
001360 FD arc-vacaciones
001370 RECORDING MODE IS F.
001380 01 VACACION-REC.
001390     05 VAC-IDENTI PIC 9(6).
001400     05 VAC-ANUALES PIC 9(3).
001410     05 VAC-ARRASTRE PIC 9(3)V99.
001420 FD arc-licencias
001430 RECORDING MODE IS F.
001440 01 LICENCIA-REC.
001450     05 LIC-IDENTI PIC X(6).
001460     05 LIC-DESDE PIC X(8).
001470     05 LIC-HASTA PIC X(8).
001480     05 LIC-TIPO PIC X(1).
001490         88 LIC-VACACIONES VALUE 'V'.
001500 FD arc-descuentos
001510 RECORDING MODE IS F.
001520 01 descuento.
001530     05 des-identi PIC 9(6).
001540     05 des-concepto PIC X(4).
001550     05 des-modo PIC X(1).
001560     05 des-importe PIC 9(9).
001570     05 des-pct PIC 9(3)V99.
001580     05 des-desde PIC 9(6).
001590     05 des-hasta PIC 9(6).
001600     05 des-tope PIC X(1).
001610         88 DES-CON-TOPE VALUE 'S'.
001620     05 des-saldo PIC 9(9).
001630     05 des-ult-fecha PIC 9(8).
001640     05 des-ult-importe PIC 9(9).
001650 FD arc-des-liq
001660 RECORDING MODE IS F.
001670 01 DES-LIQ-REC PIC X(64).
001680 FD arc-checkpoint
001690 RECORDING MODE IS F.
001700 01 chkpt-record.
001710     05 chkpt-identi PIC 9(6).
001720 FD arc-documento
001730 RECORDING MODE IS F.
001740 01 DOCUMENTO-LINE PIC X(80).
001750 FD arc-banco
001760 RECORDING MODE IS F.
001770 01 BANCO-LINE PIC X(26).
001780 FD arc-secuencia
001790 RECORDING MODE IS F.
001800 01 SEQ-REC.
001810     05 SEQ-NUMERO PIC 9(6).
001820*-----------------------
001830 WORKING-STORAGE SECTION.
001840 01 estado-jor PIC X(2).
001850     88 jor-ok value '00'.
001860     88 jor-no-archivo value '35'.
001870 01 estado-reg PIC X(2).
001880     88 reg-ok value '00'.
001890     88 reg-no-archivo value '35'.
001900 01 estado-rgn PIC X(2).
001910     88 rgn-ok value '00'.
001920 01 estado-his PIC X(2).
001930     88 his-ok value '00'.
001940     88 his-no-archivo value '35'.
001950 01 estado-arh PIC X(2).
001960     88 arh-ok value '00'.
001970     88 arh-no-archivo value '35'.
001980 01 estado-hst PIC X(2).
001990     88 hst-ok value '00'.
002000 01 estado-aju PIC X(2).
002010     88 aju-ok value '00'.
002020     88 aju-no-archivo value '35'.
002030 01 estado-vac PIC X(2).
002040     88 vac-ok value '00'.
002050     88 vac-no-archivo value '35'.
002060 01 estado-lic PIC X(2).
002070     88 lic-ok value '00'.
002080     88 lic-no-archivo value '35'.
002090 01 estado-des PIC X(2).
002100     88 des-ok value '00'.
002110     88 des-no-archivo value '35'.
002120 01 estado-dlq PIC X(2).
002130     88 dlq-ok value '00'.
002140 01 estado-chk PIC X(2).
002150     88 chk-ok value '00'.
002160 01 estado-doc PIC X(2).
002170     88 doc-ok value '00'.
002180 01 estado-ban PIC X(2).
002190     88 ban-ok value '00'.
002200 01 estado-seq PIC X(2).
002210     88 seq-ok value '00'.
002220 01 WS-PARAM-CLAVE PIC X(20).
002230 01 WS-PARAM-VALOR PIC X(100).
002240 01 WS-PARAM-ESTADO PIC X(2).
002250 01 WS-JOB-NAME PIC X(20) VALUE 'FINIQUITO'.
002260 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
002270 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
002280 01 WS-RETORNO PIC 9(2) VALUE 12.
002290 01 WS-DIAS-VENTANA PIC 9(3) VALUE 60.
002300 01 WS-DIAS-ANUALES PIC 9(3) VALUE 14.
002310 01 WS-CHECKPOINT-ID PIC 9(6) VALUE ZERO.
002320 01 WS-FECHA-RUN PIC 9(8).
002330 01 WS-FECHA-DESDE PIC 9(8).
002340 01 WS-ENTERO-RUN PIC 9(7).
002350 01 WS-ARCHIVO-PATH PIC X(100).
002360 01 WS-PERIODO-BUSCA PIC 9(6).
002370 01 WS-PERIODO-BUSCA-R REDEFINES WS-PERIODO-BUSCA.
002380     05 WS-ANIO-BUSCA PIC 9(4).
002390     05 WS-MES-BUSCA PIC 9(2).
002400 01 WS-MESES-ATRAS PIC 9(2) COMP.
002410 01 WS-FIN-JOR PIC X(1) VALUE 'N'.
002420 01 WS-FIN-REG PIC X(1) VALUE 'N'.
002430 01 WS-FIN-HIS PIC X(1) VALUE 'N'.
002440 01 WS-FIN-AJU PIC X(1) VALUE 'N'.
002450 01 WS-FIN-VAC PIC X(1) VALUE 'N'.
002460 01 WS-FIN-LIC PIC X(1) VALUE 'N'.
002470 01 WS-FIN-DES PIC X(1) VALUE 'N'.
002480 01 WS-FIN-TMP PIC X(1) VALUE 'N'.
002490 01 WS-DES-ACTIVO PIC X(1) VALUE 'N'.
002500 01 WS-HISTORIA.
002510     05 hist-fecha PIC 9(8).
002520     05 hist-tipo PIC X(1).
002530         88 HIST-DETALLE VALUE 'D'.
002540     05 hist-identi PIC 9(6).
002550     05 hist-sueldo PIC 9(9).
002560     05 hist-dias PIC 9(3).
002570     05 hist-sancion PIC X(1).
002580     05 hist-exc-tipo PIC X(1).
002590     05 hist-ccosto PIC X(4).
002600     05 hist-neto PIC 9(9).
002610     05 hist-concepto PIC X(4).
002620     05 hist-extra PIC 9(9).
002630*
002640* One entry per baja of the window, in journal order. WS-B-ESTADO
002650* 'P' still to settle, 'L' already in finiquitos.txt.
002660*
002670 01 WS-MAX-BAJAS PIC 9(3) COMP VALUE 100.
002680 01 WS-CNT-BAJAS PIC 9(3) COMP VALUE ZERO.
002690 01 WS-TABLA-BAJAS.
002700     05 WS-BAJA OCCURS 100 TIMES.
002710         10 WS-B-ESTADO PIC X(1).
002720             88 B-PENDIENTE VALUE 'P'.
002730         10 WS-B-IDENTI PIC 9(6).
002740         10 WS-B-FECHA PIC 9(8).
002750         10 WS-B-HORA PIC 9(8).
002760         10 WS-B-NOM PIC X(20).
002770         10 WS-B-APE PIC X(20).
002780         10 WS-B-SUELDO PIC 9(7)V99.
002790         10 WS-B-CUENTA PIC 9(10).
002800         10 WS-B-CCOSTO PIC X(4).
002810         10 WS-B-CTA-ESTADO PIC X(1).
002820             88 B-CTA-SOSPECHOSA VALUE 'S'.
002830         10 WS-B-ULT-PAGO PIC 9(8).
002840         10 WS-B-INICIO PIC 9(8).
002850         10 WS-B-DIAS PIC 9(3).
002860         10 WS-B-PAGO-DIAS PIC 9(9).
002870         10 WS-B-ANUALES PIC 9(3).
002880         10 WS-B-ARRASTRE PIC 9(3)V99.
002890         10 WS-B-CON-VAC PIC X(1).
002900         10 WS-B-TOMADO PIC 9(3).
002910         10 WS-B-SALDO-VAC PIC S9(3)V99.
002920         10 WS-B-PAGO-VAC PIC 9(9).
002930         10 WS-B-AJUSTE PIC S9(9).
002940         10 WS-B-FALTANTE PIC 9(9).
002950         10 WS-B-BRUTO PIC 9(9).
002960         10 WS-B-RECUPERO PIC 9(9).
002970         10 WS-B-NETO PIC 9(9).
002980         10 WS-B-FORMA PIC X(1).
002990             88 B-POR-BANCO VALUE 'B'.
003000             88 B-SIN-CUENTA VALUE 'C'.
003010             88 B-CTA-OBSERVADA VALUE 'O'.
003020             88 B-SIN-NETO VALUE 'N'.
003030 01 WS-I PIC 9(3) COMP.
003040 01 WS-J PIC 9(3) COMP.
003050*
003060* Deduction balances recovered, in descuentos.txt order, so each
003070* document lists them in the order of the deduction file.
003080*
003090 01 WS-MAX-RECUPEROS PIC 9(3) COMP VALUE 200.
003100 01 WS-CNT-RECUPEROS PIC 9(3) COMP VALUE ZERO.
003110 01 WS-TABLA-RECUPEROS.
003120     05 WS-RECUPERO OCCURS 200 TIMES.
003130         10 WS-R-BAJA PIC 9(3) COMP.
003140         10 WS-R-CONCEPTO PIC X(4).
003150         10 WS-R-IMPORTE PIC 9(9).
003160 01 WS-R PIC 9(3) COMP.
003161*
003162* Recoveries this program already wrote to historia.txt today,
003163* left by an earlier attempt that did not reach the register.
003164*
003165 01 WS-MAX-PREVIOS PIC 9(3) COMP VALUE 200.
003166 01 WS-CNT-PREVIOS PIC 9(3) COMP VALUE ZERO.
003167 01 WS-TABLA-PREVIOS.
003168     05 WS-PREVIO OCCURS 200 TIMES.
003169         10 WS-V-IDENTI PIC 9(6).
003170         10 WS-V-CONCEPTO PIC X(4).
003171 01 WS-V PIC 9(3) COMP.
003172 01 WS-PREVIO-HALLADO PIC X(1).
003173 01 WS-TOMA PIC 9(9).
003180 01 WS-DISPONIBLE PIC 9(9).
003190 01 WS-BRUTO-CALC PIC S9(10).
003200 01 WS-FECHA-DIA PIC 9(8).
003210 01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
003220     05 WS-ANIO-DIA PIC 9(4).
003230     05 WS-MES-DIA PIC 9(2).
003240     05 WS-DIA-DIA PIC 9(2).
003250 01 WS-FECHA-AUX PIC 9(8).
003260 01 WS-ENTERO-DESDE PIC 9(7).
003270 01 WS-ENTERO-HASTA PIC 9(7).
003280 01 WS-ENTERO-DIA PIC 9(7).
003290 01 WS-MES-CORTE PIC 9(6).
003300 01 WS-DIAS-MES PIC 9(3).
003310 01 WS-LAB-MES PIC 9(3).
003320 01 WS-PAGO-MES PIC 9(9).
003330 01 WS-MES-BAJA PIC 9(2).
003340 01 WS-CAL-DIAS PIC 9(3).
003350 01 WS-CAL-TIPO PIC X(1).
003360     88 CAL-LABORABLE VALUE 'L'.
003370 01 WS-CAL-ESTADO PIC X(2).
003380 01 WS-SECUENCIA PIC 9(6).
003390 01 WS-HASH-IMPORTE PIC 9(13) VALUE ZERO.
003400 01 WS-CONTADORES.
003410     05 WS-CNT-JOURNAL     PIC 9(6) COMP VALUE ZERO.
003420     05 WS-CNT-FUERA       PIC 9(6) COMP VALUE ZERO.
003430     05 WS-CNT-OMITIDAS    PIC 9(6) COMP VALUE ZERO.
003440     05 WS-CNT-YA-LIQ      PIC 9(6) COMP VALUE ZERO.
003450     05 WS-CNT-PENDIENTES  PIC 9(6) COMP VALUE ZERO.
003460     05 WS-CNT-SIN-PAGO    PIC 9(6) COMP VALUE ZERO.
003470     05 WS-CNT-LIQUIDADAS  PIC 9(6) COMP VALUE ZERO.
003480     05 WS-CNT-BANCO       PIC 9(6) COMP VALUE ZERO.
003490     05 WS-CNT-EFECTIVO    PIC 9(6) COMP VALUE ZERO.
003500     05 WS-CNT-AVISOS      PIC 9(6) COMP VALUE ZERO.
003510     05 WS-CNT-HISTORIA    PIC 9(6) COMP VALUE ZERO.
003520     05 WS-CNT-ARCHIVOS    PIC 9(6) COMP VALUE ZERO.
003530     05 WS-CNT-AJUSTES     PIC 9(6) COMP VALUE ZERO.
003540     05 WS-CNT-DES-COPIA   PIC 9(6) COMP VALUE ZERO.
003550     05 WS-CNT-RECUP-PERD  PIC 9(6) COMP VALUE ZERO.
003560 01 WS-TOTALES.
003570     05 WS-TOT-BRUTO    PIC 9(11) VALUE ZERO.
003580     05 WS-TOT-RECUPERO PIC 9(11) VALUE ZERO.
003590     05 WS-TOT-NETO     PIC 9(11) VALUE ZERO.
003600     05 WS-TOT-BANCO    PIC 9(11) VALUE ZERO.
003610 01 WS-REG-CABECERA.
003620     05 FILLER PIC X(1) VALUE 'H'.
003630     05 CAB-FECHA PIC 9(8).
003640     05 CAB-SECUENCIA PIC 9(6).
003650     05 FILLER PIC X(11) VALUE SPACES.
003660 01 WS-REG-DETALLE.
003670     05 FILLER PIC X(1) VALUE 'D'.
003680     05 DET-IDENTI PIC 9(6).
003690     05 DET-CUENTA PIC 9(10).
003700     05 DET-SUELDO PIC 9(9).
003710 01 WS-REG-COLA.
003720     05 FILLER PIC X(1) VALUE 'T'.
003730     05 COL-CUENTA-REG PIC 9(6).
003740     05 COL-HASH-SUELDO PIC 9(13).
003750     05 FILLER PIC X(6) VALUE SPACES.
003760 01 WS-ENC1.
003770     05 FILLER PIC X(40) VALUE
003780        "LIQUIDACIONES FINALES - FINIQUITO.CBL - ".
003790     05 EN-FECHA PIC 9(8).
003800     05 FILLER PIC X(32) VALUE SPACES.
003810 01 WS-ENC3 PIC X(80) VALUE ALL "-".
003820 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
003830 01 WS-LINEA-PARAM.
003840     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
003850     05 LPA-CLAVE PIC X(21).
003860     05 LPA-VALOR PIC X(48).
003870 01 WS-LINEA-EMPLEADO.
003880     05 FILLER PIC X(7) VALUE 'IDENTI '.
003890     05 LE-IDENTI PIC Z(5)9.
003900     05 FILLER PIC X(1) VALUE SPACE.
003910     05 LE-APELLIDO PIC X(20).
003920     05 FILLER PIC X(1) VALUE SPACE.
003930     05 LE-NOMBRE PIC X(20).
003940     05 FILLER PIC X(8) VALUE ' CCOSTO '.
003950     05 LE-CCOSTO PIC X(4).
003960     05 FILLER PIC X(13) VALUE SPACES.
003970 01 WS-LINEA-FECHAS.
003980     05 FILLER PIC X(18) VALUE '  FECHA DE BAJA : '.
003990     05 LF-BAJA PIC 9(8).
004000     05 FILLER PIC X(17) VALUE '   ULTIMO PAGO : '.
004010     05 LF-ULT-PAGO PIC X(8).
004020     05 FILLER PIC X(29) VALUE SPACES.
004030 01 WS-LINEA-CONCEPTO.
004040     05 FILLER PIC X(2) VALUE SPACES.
004050     05 LC-TEXTO PIC X(36).
004060     05 LC-CANTIDAD PIC X(10).
004070     05 FILLER PIC X(2) VALUE SPACES.
004080     05 LC-IMPORTE PIC -(10)9.
004090     05 FILLER PIC X(18) VALUE SPACES.
004100 01 WS-LINEA-PAGO.
004110     05 FILLER PIC X(18) VALUE '  FORMA DE PAGO : '.
004120     05 LP-TEXTO PIC X(34).
004130     05 LP-CUENTA PIC X(10).
004140     05 FILLER PIC X(18) VALUE SPACES.
004150 01 WS-LINEA-AVISO.
004160     05 FILLER PIC X(9) VALUE '  AVISO: '.
004170     05 LA-TEXTO PIC X(40).
004180     05 LA-IMPORTE PIC Z(11).
004190     05 FILLER PIC X(20) VALUE SPACES.
004200 01 WS-EDIT-DIAS PIC Z(9)9.
004210 01 WS-EDIT-VAC PIC -(6)9.99.
004220*-----------------------
004230 PROCEDURE DIVISION.
004240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004250 MAIN-PROCEDURE.
004260**
004270* The bajas are gathered and priced in storage first; the outputs
004280* open only when there is something to settle, so a run with
004290* nothing pending leaves the last documents and transfer file in
004300* place.
004310**
004320     PERFORM 1000-COMIENZO.
004330     PERFORM 2000-CARGAR-BAJAS.
004340     PERFORM 2100-DESCARTAR-LIQUIDADAS.
004350     IF WS-CNT-PENDIENTES = ZERO THEN
004360        display 'SIN BAJAS PENDIENTES DE LIQUIDAR'
004370        MOVE 'FIN OK' TO WS-JOB-ESTADO
004380        MOVE ZERO TO WS-RETORNO
004390        PERFORM 3000-FINALISIMA
004400     END-IF.
004410     PERFORM 2200-BUSCAR-ULTIMO-PAGO.
004420     PERFORM 2300-SUMAR-AJUSTES.
004430     PERFORM 2400-CARGAR-VACACIONES.
004440     PERFORM 2450-CALCULAR-BRUTO
004450        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
004460     PERFORM 2050-ABRIR-SALIDAS.
004470     PERFORM 2500-RECUPERAR-DESCUENTOS.
004480     PERFORM 2550-DEFINIR-PAGO
004490        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
004510     PERFORM 2060-ABRIR-BANCO.
004530     PERFORM 2600-LIQUIDAR
004540        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
004550     PERFORM 2700-CERRAR-DOCUMENTOS.
004560     PERFORM 2800-CONFIRMAR.
004570     MOVE 'FIN OK' TO WS-JOB-ESTADO.
004580     MOVE ZERO TO WS-RETORNO.
004590     PERFORM 3000-FINALISIMA.
004600     STOP RUN.
004610 1000-COMIENZO.
004620     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
004630     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
004640     MOVE 'FINIQUITO_DIAS' TO WS-PARAM-CLAVE.
004650     PERFORM 1900-LEER-PARAMETRO.
004660     IF WS-PARAM-ESTADO = '00' THEN
004670        COMPUTE WS-DIAS-VENTANA =
004680           FUNCTION NUMVAL(WS-PARAM-VALOR)
004690     ELSE
004700        MOVE 60 TO WS-DIAS-VENTANA
004710     END-IF.
004720     MOVE 'LICENCIA_DIAS_ANUALES' TO WS-PARAM-CLAVE.
004730     PERFORM 1900-LEER-PARAMETRO.
004740     IF WS-PARAM-ESTADO = '00' THEN
004750        COMPUTE WS-DIAS-ANUALES =
004760           FUNCTION NUMVAL(WS-PARAM-VALOR)
004770     ELSE
004780        MOVE 14 TO WS-DIAS-ANUALES
004790     END-IF.
004800     COMPUTE WS-ENTERO-RUN =
004810        FUNCTION INTEGER-OF-DATE(WS-FECHA-RUN).
004820     COMPUTE WS-FECHA-DESDE =
004830        FUNCTION DATE-OF-INTEGER(WS-ENTERO-RUN - WS-DIAS-VENTANA).
004840     DISPLAY 'PARAMETROS EFECTIVOS - FINIQUITO'.
004850     DISPLAY '  FINIQUITO_DIAS        : ' WS-DIAS-VENTANA.
004860     DISPLAY '  LICENCIA_DIAS_ANUALES : ' WS-DIAS-ANUALES.
004870     DISPLAY '  BAJAS DESDE           : ' WS-FECHA-DESDE.
004880     PERFORM 1005-LEER-CHECKPOINT.
004890     IF WS-CHECKPOINT-ID > ZERO THEN
004900*
004910* The merge died mid-run: historia.txt and descuentos.txt are
004920* half way through a payroll, and a settlement priced against
004930* them now could pay a period twice or take a balance the restart
004940* takes again. Nothing is settled until the restart finishes.
004950*
004960        DISPLAY 'CHECKPOINT PENDIENTE, SIN LIQUIDAR'
004970        PERFORM 3000-FINALISIMA
004980     END-IF.
004990 1005-LEER-CHECKPOINT.
005000     MOVE ZERO TO WS-CHECKPOINT-ID.
005010     OPEN INPUT arc-checkpoint.
005020     IF chk-ok THEN
005030        READ arc-checkpoint
005040           AT END
005050              MOVE ZERO TO WS-CHECKPOINT-ID
005060           NOT AT END
005070              MOVE chkpt-identi TO WS-CHECKPOINT-ID
005080        END-READ
005090        CLOSE arc-checkpoint
005100     END-IF.
005110 1900-LEER-PARAMETRO.
005120     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
005130        WS-PARAM-ESTADO.
005140     IF WS-PARAM-ESTADO = '99' THEN
005150        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
005160        PERFORM 3000-FINALISIMA
005170     END-IF.
005180 2000-CARGAR-BAJAS.
005190*
005200* The before image of a 'B' movement is the master record as it
005210* stood at the baja: name, sueldo, account and cost center.
005220*
005230     OPEN INPUT arc-journal.
005240     IF jor-no-archivo THEN
005250        display 'SIN JOURNAL DE EMPLEADOS'
005260        EXIT PARAGRAPH
005270     END-IF.
005280     IF NOT jor-ok THEN
005290        display 'estado-jor: ' estado-jor
005300        PERFORM 3000-FINALISIMA
005310     END-IF.
005320     PERFORM 2010-LEER-JOURNAL UNTIL WS-FIN-JOR = 'S'.
005330     CLOSE arc-journal.
005340     IF WS-CNT-OMITIDAS > ZERO THEN
005350        display 'TABLA DE BAJAS LLENA, QUEDAN PARA OTRA CORRIDA: '
005360           WS-CNT-OMITIDAS
005370     END-IF.
005380 2010-LEER-JOURNAL.
005390     READ arc-journal
005400         AT END
005410             MOVE 'S' TO WS-FIN-JOR
005420         NOT AT END
005430             add 1 to WS-CNT-JOURNAL
005440             IF JR-BAJA THEN
005450                PERFORM 2020-TOMAR-BAJA
005460             END-IF
005470     END-READ.
005480     IF NOT jor-ok AND estado-jor not = '10' then
005490        display 'estado-jor: ' estado-jor
005500        PERFORM 3000-FINALISIMA
005510     END-IF.
005520 2020-TOMAR-BAJA.
005530     IF JR-FECHA < WS-FECHA-DESDE THEN
005540        add 1 to WS-CNT-FUERA
005550        EXIT PARAGRAPH
005560     END-IF.
005570     IF WS-CNT-BAJAS >= WS-MAX-BAJAS THEN
005580        add 1 to WS-CNT-OMITIDAS
005590        EXIT PARAGRAPH
005600     END-IF.
005610     add 1 to WS-CNT-BAJAS.
005620     MOVE WS-CNT-BAJAS TO WS-I.
005630     INITIALIZE WS-BAJA(WS-I).
005640     MOVE 'P' TO WS-B-ESTADO(WS-I).
005650     MOVE JR-ANT-ID TO WS-B-IDENTI(WS-I).
005660     MOVE JR-FECHA TO WS-B-FECHA(WS-I).
005670     MOVE JR-HORA TO WS-B-HORA(WS-I).
005680     MOVE JR-ANT-NOM TO WS-B-NOM(WS-I).
005690     MOVE JR-ANT-APE TO WS-B-APE(WS-I).
005700     MOVE JR-ANT-SUELDO TO WS-B-SUELDO(WS-I).
005710     MOVE JR-ANT-CUENTA TO WS-B-CUENTA(WS-I).
005720     MOVE JR-ANT-CCOSTO TO WS-B-CCOSTO(WS-I).
005730     MOVE JR-ANT-CTA-ESTADO TO WS-B-CTA-ESTADO(WS-I).
005740 2050-ABRIR-SALIDAS.
005750     OPEN OUTPUT arc-documento.
005760     IF NOT doc-ok THEN
005770        display 'estado-doc: ' estado-doc
005780        PERFORM 3000-FINALISIMA
005790     END-IF.
005800     OPEN OUTPUT arc-his-tmp.
005810     IF NOT hst-ok THEN
005820        display 'estado-hst: ' estado-hst
005830        PERFORM 3000-FINALISIMA
005840     END-IF.
005850     OPEN OUTPUT arc-reg-nuevo.
005860     IF NOT rgn-ok THEN
005870        display 'estado-rgn: ' estado-rgn
005880        PERFORM 3000-FINALISIMA
005890     END-IF.
005900     MOVE WS-FECHA-RUN TO EN-FECHA.
005910     WRITE DOCUMENTO-LINE FROM WS-ENC1.
005920     MOVE 'FINIQUITO_DIAS' TO LPA-CLAVE.
005930     MOVE WS-DIAS-VENTANA TO LPA-VALOR.
005940     WRITE DOCUMENTO-LINE FROM WS-LINEA-PARAM.
005950     MOVE 'LICENCIA_DIAS_ANUALES' TO LPA-CLAVE.
005960     MOVE WS-DIAS-ANUALES TO LPA-VALOR.
005970     WRITE DOCUMENTO-LINE FROM WS-LINEA-PARAM.
005980     WRITE DOCUMENTO-LINE FROM WS-ENC3.
005990     PERFORM 2055-LISTAR-LIQUIDADA
006000        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
006010 2055-LISTAR-LIQUIDADA.
006020     IF WS-B-ESTADO(WS-I) = 'L' THEN
006030        MOVE WS-B-IDENTI(WS-I) TO LE-IDENTI
006040        MOVE WS-B-APE(WS-I) TO LE-APELLIDO
006050        MOVE WS-B-NOM(WS-I) TO LE-NOMBRE
006060        MOVE WS-B-CCOSTO(WS-I) TO LE-CCOSTO
006070        WRITE DOCUMENTO-LINE FROM WS-LINEA-EMPLEADO
006080        MOVE 'YA LIQUIDADO, BAJA DEL' TO LA-TEXTO
006090        MOVE WS-B-FECHA(WS-I) TO LA-IMPORTE
006100        WRITE DOCUMENTO-LINE FROM WS-LINEA-AVISO
006110     END-IF.
006120 2060-ABRIR-BANCO.
006130*
006140* The off-cycle file keeps its own number series in
006150* banco_fin_seq.txt, written back by 2800-CONFIRMAR only after a
006160* complete file (the BANCO rule). The file is opened on every
006162* run that settles anything, so an earlier run's transfers are
006164* never left behind to be sent again; with no transfer it stays
006166* empty and no number is spent.
006170*
006171     OPEN OUTPUT arc-banco.
006172     IF NOT ban-ok THEN
006173        display 'estado-ban: ' estado-ban
006174        PERFORM 3000-FINALISIMA
006175     END-IF.
006176     IF WS-CNT-BANCO = ZERO THEN
006177        EXIT PARAGRAPH
006178     END-IF.
006180     MOVE 1 TO WS-SECUENCIA.
006190     OPEN INPUT arc-secuencia.
006200     IF seq-ok THEN
006210        READ arc-secuencia
006220           AT END
006230              MOVE 1 TO WS-SECUENCIA
006240           NOT AT END
006250              COMPUTE WS-SECUENCIA = SEQ-NUMERO + 1
006260        END-READ
006270        CLOSE arc-secuencia
006280     END-IF.
006340     MOVE WS-FECHA-RUN TO CAB-FECHA.
006350     MOVE WS-SECUENCIA TO CAB-SECUENCIA.
006360     WRITE BANCO-LINE FROM WS-REG-CABECERA.
006370     IF NOT ban-ok THEN
006380        display 'estado-ban: ' estado-ban
006390        PERFORM 3000-FINALISIMA
006400     END-IF.
006410 2100-DESCARTAR-LIQUIDADAS.
006420     OPEN INPUT arc-registro.
006430     IF reg-ok THEN
006440        PERFORM 2110-LEER-REGISTRO UNTIL WS-FIN-REG = 'S'
006450        CLOSE arc-registro
006460     ELSE
006470        IF NOT reg-no-archivo THEN
006480           display 'estado-reg: ' estado-reg
006490           PERFORM 3000-FINALISIMA
006500        END-IF
006510     END-IF.
006520     PERFORM 2120-CONTAR-PENDIENTE
006530        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
006540 2110-LEER-REGISTRO.
006550     READ arc-registro
006560         AT END
006570             MOVE 'S' TO WS-FIN-REG
006580         NOT AT END
006590             PERFORM 2115-MARCAR-LIQUIDADA
006600                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS
006610     END-READ.
006620     IF NOT reg-ok AND estado-reg not = '10' then
006630        display 'estado-reg: ' estado-reg
006640        PERFORM 3000-FINALISIMA
006650     END-IF.
006660 2115-MARCAR-LIQUIDADA.
006670     IF WS-B-IDENTI(WS-I) = FIN-IDENTI AND
006680        WS-B-FECHA(WS-I) = FIN-FECHA-BAJA AND
006690        WS-B-HORA(WS-I) = FIN-HORA-BAJA THEN
006700        MOVE 'L' TO WS-B-ESTADO(WS-I)
006710     END-IF.
006720 2120-CONTAR-PENDIENTE.
006730     IF B-PENDIENTE(WS-I) THEN
006740        add 1 to WS-CNT-PENDIENTES
006750     ELSE
006760        add 1 to WS-CNT-YA-LIQ
006770     END-IF.
006780 2200-BUSCAR-ULTIMO-PAGO.
006790*
006800* The last paid period is the latest 'D' row on or before the
006810* baja: the live historia.txt first, then the monthly archives
006820* CIERRE leaves as historia.AAAAMM, newest first, up to a year
006830* back, until every pending baja has found one.
006840*
006850     OPEN INPUT arc-historia.
006860     IF his-ok THEN
006870        MOVE 'N' TO WS-FIN-HIS
006880        PERFORM 2210-LEER-HISTORIA UNTIL WS-FIN-HIS = 'S'
006890        CLOSE arc-historia
006900     ELSE
006910        IF NOT his-no-archivo THEN
006920           display 'estado-his: ' estado-his
006930           PERFORM 3000-FINALISIMA
006940        END-IF
006950     END-IF.
006960     PERFORM 2235-CONTAR-SIN-PAGO.
006970     MOVE WS-FECHA-RUN(1:6) TO WS-PERIODO-BUSCA.
006980     PERFORM 2230-LEER-ARCHIVO
006990        VARYING WS-MESES-ATRAS FROM 1 BY 1
007000        UNTIL WS-MESES-ATRAS > 13 OR WS-CNT-SIN-PAGO = ZERO.
007010 2210-LEER-HISTORIA.
007020     READ arc-historia INTO WS-HISTORIA
007030         AT END
007040             MOVE 'S' TO WS-FIN-HIS
007050         NOT AT END
007060             PERFORM 2220-TOMAR-PAGO
007070     END-READ.
007080     IF NOT his-ok AND estado-his not = '10' then
007090        display 'estado-his: ' estado-his
007100        PERFORM 3000-FINALISIMA
007110     END-IF.
007120 2220-TOMAR-PAGO.
007130     IF HIST-DETALLE THEN
007140        PERFORM 2225-COMPARAR-PAGO
007150           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS
007160     END-IF.
007161     IF hist-tipo = 'R' AND hist-exc-tipo = 'L' AND
007162        hist-fecha = WS-FECHA-RUN THEN
007163        IF WS-CNT-PREVIOS < WS-MAX-PREVIOS THEN
007164           add 1 to WS-CNT-PREVIOS
007165           MOVE hist-identi TO WS-V-IDENTI(WS-CNT-PREVIOS)
007166           MOVE hist-concepto TO WS-V-CONCEPTO(WS-CNT-PREVIOS)
007167        ELSE
007168           display 'TABLA DE RECUPEROS PREVIOS LLENA: '
007169              hist-identi
007170        END-IF
007171     END-IF.
007172 2225-COMPARAR-PAGO.
007180     IF B-PENDIENTE(WS-I) AND
007190        WS-B-IDENTI(WS-I) = hist-identi AND
007200        hist-fecha NOT > WS-B-FECHA(WS-I) AND
007210        hist-fecha > WS-B-ULT-PAGO(WS-I) THEN
007220        MOVE hist-fecha TO WS-B-ULT-PAGO(WS-I)
007230     END-IF.
007240 2230-LEER-ARCHIVO.
007250     MOVE SPACES TO WS-ARCHIVO-PATH.
007260     STRING '../historia.' DELIMITED BY SIZE
007270            WS-PERIODO-BUSCA DELIMITED BY SIZE
007280            INTO WS-ARCHIVO-PATH.
007290     OPEN INPUT arc-archivo.
007300     IF arh-ok THEN
007310        add 1 to WS-CNT-ARCHIVOS
007320        MOVE 'N' TO WS-FIN-HIS
007330        PERFORM 2240-LEER-ARCHIVADA UNTIL WS-FIN-HIS = 'S'
007340        CLOSE arc-archivo
007350        PERFORM 2235-CONTAR-SIN-PAGO
007360     ELSE
007370        IF NOT arh-no-archivo THEN
007380           display 'estado-arh: ' estado-arh ' ' WS-ARCHIVO-PATH
007390           PERFORM 3000-FINALISIMA
007400        END-IF
007410     END-IF.
007420     IF WS-MES-BUSCA = 1 THEN
007430        MOVE 12 TO WS-MES-BUSCA
007440        SUBTRACT 1 FROM WS-ANIO-BUSCA
007450     ELSE
007460        SUBTRACT 1 FROM WS-MES-BUSCA
007470     END-IF.
007480 2235-CONTAR-SIN-PAGO.
007490     MOVE ZERO TO WS-CNT-SIN-PAGO.
007500     PERFORM 2237-CONTAR-UNO
007510        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS.
007520 2237-CONTAR-UNO.
007530     IF B-PENDIENTE(WS-I) AND WS-B-ULT-PAGO(WS-I) = ZERO THEN
007540        add 1 to WS-CNT-SIN-PAGO
007550     END-IF.
007560 2240-LEER-ARCHIVADA.
007570     READ arc-archivo INTO WS-HISTORIA
007580         AT END
007590             MOVE 'S' TO WS-FIN-HIS
007600         NOT AT END
007610             PERFORM 2220-TOMAR-PAGO
007620     END-READ.
007630     IF NOT arh-ok AND estado-arh not = '10' then
007640        display 'estado-arh: ' estado-arh
007650        PERFORM 3000-FINALISIMA
007660     END-IF.
007670 2300-SUMAR-AJUSTES.
007680*
007690* ajustes.txt holds the differences AJUSTE found that no payroll
007700* has paid or taken yet; a settled employee gets them now.
007710*
007720     OPEN INPUT arc-ajustes.
007730     IF aju-no-archivo THEN
007740        EXIT PARAGRAPH
007750     END-IF.
007760     IF NOT aju-ok THEN
007770        display 'estado-aju: ' estado-aju
007780        PERFORM 3000-FINALISIMA
007790     END-IF.
007800     PERFORM 2310-LEER-AJUSTE UNTIL WS-FIN-AJU = 'S'.
007810     CLOSE arc-ajustes.
007820 2310-LEER-AJUSTE.
007830     READ arc-ajustes
007840         AT END
007850             MOVE 'S' TO WS-FIN-AJU
007860         NOT AT END
007870             PERFORM 2320-APLICAR-AJUSTE
007880                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS
007890     END-READ.
007900     IF NOT aju-ok AND estado-aju not = '10' then
007910        display 'estado-aju: ' estado-aju
007920        PERFORM 3000-FINALISIMA
007930     END-IF.
007940 2320-APLICAR-AJUSTE.
007950     IF B-PENDIENTE(WS-I) AND WS-B-IDENTI(WS-I) = AJU-IDENTI THEN
007960        add 1 to WS-CNT-AJUSTES
007970        IF AJU-SIGNO = '-' THEN
007980           SUBTRACT AJU-MONTO FROM WS-B-AJUSTE(WS-I)
007990        ELSE
008000           add AJU-MONTO to WS-B-AJUSTE(WS-I)
008010        END-IF
008020     END-IF.
008030 2400-CARGAR-VACACIONES.
008040*
008050* The entitlement is LICENCIA's: vacaciones.txt or the default
008060* LICENCIA_DIAS_ANUALES, accrued by the month up to the baja, less
008070* the approved vacation days of the baja year up to the baja.
008080*
008090     OPEN INPUT arc-vacaciones.
008100     IF vac-ok THEN
008110        PERFORM 2410-LEER-VACACION UNTIL WS-FIN-VAC = 'S'
008120        CLOSE arc-vacaciones
008130     ELSE
008140        IF NOT vac-no-archivo THEN
008150           display 'estado-vac: ' estado-vac
008160           PERFORM 3000-FINALISIMA
008170        END-IF
008180     END-IF.
008190     OPEN INPUT arc-licencias.
008200     IF lic-ok THEN
008210        PERFORM 2420-LEER-LICENCIA UNTIL WS-FIN-LIC = 'S'
008220        CLOSE arc-licencias
008230     ELSE
008240        IF NOT lic-no-archivo THEN
008250           display 'estado-lic: ' estado-lic
008260           PERFORM 3000-FINALISIMA
008270        END-IF
008280     END-IF.
008290 2410-LEER-VACACION.
008300     READ arc-vacaciones
008310         AT END
008320             MOVE 'S' TO WS-FIN-VAC
008330         NOT AT END
008340             PERFORM 2415-TOMAR-VACACION
008350                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS
008360     END-READ.
008370     IF NOT vac-ok AND estado-vac not = '10' then
008380        display 'estado-vac: ' estado-vac
008390        PERFORM 3000-FINALISIMA
008400     END-IF.
008410 2415-TOMAR-VACACION.
008420     IF B-PENDIENTE(WS-I) AND WS-B-IDENTI(WS-I) = VAC-IDENTI THEN
008430        MOVE VAC-ANUALES TO WS-B-ANUALES(WS-I)
008440        MOVE VAC-ARRASTRE TO WS-B-ARRASTRE(WS-I)
008450        MOVE 'S' TO WS-B-CON-VAC(WS-I)
008460     END-IF.
008470 2420-LEER-LICENCIA.
008480     READ arc-licencias
008490         AT END
008500             MOVE 'S' TO WS-FIN-LIC
008510         NOT AT END
008520             IF LIC-VACACIONES AND LIC-IDENTI IS NUMERIC AND
008530                LIC-DESDE IS NUMERIC AND LIC-HASTA IS NUMERIC THEN
008540                PERFORM 2425-DESCONTAR-LICENCIA
008550                   VARYING WS-I FROM 1 BY 1
008560                   UNTIL WS-I > WS-CNT-BAJAS
008570             END-IF
008580     END-READ.
008590     IF NOT lic-ok AND estado-lic not = '10' then
008600        display 'estado-lic: ' estado-lic
008610        PERFORM 3000-FINALISIMA
008620     END-IF.
008630 2425-DESCONTAR-LICENCIA.
008640     IF NOT B-PENDIENTE(WS-I) OR
008650        WS-B-IDENTI(WS-I) NOT = LIC-IDENTI THEN
008660        EXIT PARAGRAPH
008670     END-IF.
008680     MOVE LIC-DESDE TO WS-FECHA-DIA.
008690     IF WS-ANIO-DIA < WS-B-FECHA(WS-I)(1:4) THEN
008700        MOVE WS-B-FECHA(WS-I)(1:4) TO WS-ANIO-DIA
008710        MOVE 01 TO WS-MES-DIA
008720        MOVE 01 TO WS-DIA-DIA
008730     END-IF.
008740     COMPUTE WS-ENTERO-DESDE =
008750        FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
008760     MOVE LIC-HASTA TO WS-FECHA-DIA.
008770     IF WS-FECHA-DIA > WS-B-FECHA(WS-I) THEN
008780        MOVE WS-B-FECHA(WS-I) TO WS-FECHA-DIA
008790     END-IF.
008800     COMPUTE WS-ENTERO-HASTA =
008810        FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
008820     PERFORM 2430-CONTAR-TOMADO
008830        VARYING WS-ENTERO-DIA FROM WS-ENTERO-DESDE BY 1
008840        UNTIL WS-ENTERO-DIA > WS-ENTERO-HASTA.
008850 2430-CONTAR-TOMADO.
008860     COMPUTE WS-FECHA-DIA =
008870        FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA).
008880     PERFORM 2490-CONSULTAR-CALENDARIO.
008890     IF WS-CAL-ESTADO = '00' AND CAL-LABORABLE THEN
008900        add 1 to WS-B-TOMADO(WS-I)
008910     END-IF.
008920 2450-CALCULAR-BRUTO.
008930*
008940* Days: every working day from the first of the month after the
008950* last paid period to the baja, each month at the sueldo over
008960* that month's working days (the merge's proration). Without a
008970* paid period on file the baja month alone is paid.
008980*
008990     IF NOT B-PENDIENTE(WS-I) THEN
009000        EXIT PARAGRAPH
009010     END-IF.
009020     IF WS-B-ULT-PAGO(WS-I) = ZERO THEN
009030        MOVE WS-B-FECHA(WS-I) TO WS-FECHA-DIA
009040        add 1 to WS-CNT-AVISOS
009050     ELSE
009060        MOVE WS-B-ULT-PAGO(WS-I) TO WS-FECHA-DIA
009070        IF WS-MES-DIA = 12 THEN
009080           add 1 to WS-ANIO-DIA
009090           MOVE 01 TO WS-MES-DIA
009100        ELSE
009110           add 1 to WS-MES-DIA
009120        END-IF
009130     END-IF.
009140     MOVE 01 TO WS-DIA-DIA.
009150     MOVE WS-FECHA-DIA TO WS-B-INICIO(WS-I).
009160     COMPUTE WS-ENTERO-DESDE =
009170        FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).
009180     MOVE WS-B-FECHA(WS-I) TO WS-FECHA-AUX.
009190     COMPUTE WS-ENTERO-HASTA =
009200        FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX).
009210     MOVE ZERO TO WS-MES-CORTE WS-DIAS-MES WS-LAB-MES.
009220     PERFORM 2460-CONTAR-DIA
009230        VARYING WS-ENTERO-DIA FROM WS-ENTERO-DESDE BY 1
009240        UNTIL WS-ENTERO-DIA > WS-ENTERO-HASTA.
009250     PERFORM 2465-CERRAR-MES.
009260*
009270* Vacation: the balance accrued to the baja month, paid at the
009280* baja month's day rate. A negative balance is not taken back.
009290*
009300     IF WS-B-CON-VAC(WS-I) NOT = 'S' THEN
009310        MOVE WS-DIAS-ANUALES TO WS-B-ANUALES(WS-I)
009320        MOVE ZERO TO WS-B-ARRASTRE(WS-I)
009330     END-IF.
009340     MOVE WS-B-FECHA(WS-I)(5:2) TO WS-MES-BAJA.
009350     COMPUTE WS-B-SALDO-VAC(WS-I) ROUNDED =
009360        WS-B-ARRASTRE(WS-I) +
009370        WS-B-ANUALES(WS-I) * WS-MES-BAJA / 12 -
009380        WS-B-TOMADO(WS-I).
009390     MOVE WS-B-FECHA(WS-I) TO WS-FECHA-DIA.
009400     PERFORM 2490-CONSULTAR-CALENDARIO.
009410     IF WS-B-SALDO-VAC(WS-I) > ZERO AND WS-CAL-DIAS > ZERO THEN
009420        COMPUTE WS-B-PAGO-VAC(WS-I) ROUNDED =
009430           WS-B-SUELDO(WS-I) * WS-B-SALDO-VAC(WS-I) / WS-CAL-DIAS
009440     END-IF.
009450*
009460* Ajustes last; what they would take below zero is shown on the
009470* document as a shortfall for payroll to pursue.
009480*
009490     COMPUTE WS-BRUTO-CALC = WS-B-PAGO-DIAS(WS-I) +
009500        WS-B-PAGO-VAC(WS-I) + WS-B-AJUSTE(WS-I).
009510     IF WS-BRUTO-CALC < ZERO THEN
009520        COMPUTE WS-B-FALTANTE(WS-I) = ZERO - WS-BRUTO-CALC
009530        MOVE ZERO TO WS-B-BRUTO(WS-I)
009540        add 1 to WS-CNT-AVISOS
009550     ELSE
009560        MOVE WS-BRUTO-CALC TO WS-B-BRUTO(WS-I)
009570     END-IF.
009580     MOVE WS-B-BRUTO(WS-I) TO WS-B-NETO(WS-I).
009590 2460-CONTAR-DIA.
009600     COMPUTE WS-FECHA-DIA =
009610        FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA).
009620     IF WS-FECHA-DIA(1:6) NOT = WS-MES-CORTE THEN
009630        PERFORM 2465-CERRAR-MES
009640        MOVE WS-FECHA-DIA(1:6) TO WS-MES-CORTE
009650     END-IF.
009660     PERFORM 2490-CONSULTAR-CALENDARIO.
009670     IF WS-CAL-ESTADO = '23' THEN
009680        display 'CALENDARIO NO CUBRE LA FECHA ' WS-FECHA-DIA
009690           ' IDENTI ' WS-B-IDENTI(WS-I)
009700        PERFORM 3000-FINALISIMA
009710     END-IF.
009720     MOVE WS-CAL-DIAS TO WS-LAB-MES.
009730     IF CAL-LABORABLE THEN
009740        add 1 to WS-DIAS-MES
009750     END-IF.
009760 2465-CERRAR-MES.
009770     IF WS-LAB-MES > ZERO THEN
009780        COMPUTE WS-PAGO-MES ROUNDED =
009790           WS-B-SUELDO(WS-I) * WS-DIAS-MES / WS-LAB-MES
009800        add WS-PAGO-MES to WS-B-PAGO-DIAS(WS-I)
009810        add WS-DIAS-MES to WS-B-DIAS(WS-I)
009820     END-IF.
009830     MOVE ZERO TO WS-DIAS-MES WS-LAB-MES.
009840 2490-CONSULTAR-CALENDARIO.
009850     CALL 'CALENDARIO' USING WS-FECHA-DIA WS-CAL-DIAS
009860        WS-CAL-TIPO WS-CAL-ESTADO.
009870     IF WS-CAL-ESTADO NOT = '00' AND WS-CAL-ESTADO NOT = '23' THEN
009880        display 'ARCHIVO DE CALENDARIO INVALIDO O AUSENTE'
009890        PERFORM 3000-FINALISIMA
009900     END-IF.
009910     IF WS-CAL-ESTADO = '23' THEN
009920        MOVE ZERO TO WS-CAL-DIAS
009930        MOVE SPACE TO WS-CAL-TIPO
009940     END-IF.
009950 2500-RECUPERAR-DESCUENTOS.
009960*
009970* Capped lines still owing (des-saldo) are recovered from the
009980* settlement as far as it goes, in file order. The updated file
009990* goes to descuentos.liq and replaces descuentos.txt only in
010000* 2800-CONFIRMAR. A take stamped today is given back first only
010007* when historia.txt already holds this program's 'R' row for it,
010014* so a repeated run does not take it twice; a take the merge
010021* stamped today was already paid from net and stays where it is.
010030*
010040     OPEN INPUT arc-descuentos.
010050     IF des-no-archivo THEN
010060        EXIT PARAGRAPH
010070     END-IF.
010080     IF NOT des-ok THEN
010090        display 'estado-des: ' estado-des
010100        PERFORM 3000-FINALISIMA
010110     END-IF.
010120     OPEN OUTPUT arc-des-liq.
010130     IF NOT dlq-ok THEN
010140        display 'estado-dlq: ' estado-dlq
010150        PERFORM 3000-FINALISIMA
010160     END-IF.
010170     MOVE 'S' TO WS-DES-ACTIVO.
010180     PERFORM 2510-LEER-DESCUENTO UNTIL WS-FIN-DES = 'S'.
010190     CLOSE arc-descuentos arc-des-liq.
010200 2510-LEER-DESCUENTO.
010210     READ arc-descuentos
010220         AT END
010230             MOVE 'S' TO WS-FIN-DES
010240         NOT AT END
010250             PERFORM 2520-RECUPERAR-SALDO
010260                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT-BAJAS
010270             WRITE DES-LIQ-REC FROM descuento
010280             IF NOT dlq-ok THEN
010290                display 'estado-dlq: ' estado-dlq
010300                PERFORM 3000-FINALISIMA
010310             END-IF
010320             add 1 to WS-CNT-DES-COPIA
010330     END-READ.
010340     IF NOT des-ok AND estado-des not = '10' then
010350        display 'estado-des: ' estado-des
010360        PERFORM 3000-FINALISIMA
010370     END-IF.
010380 2520-RECUPERAR-SALDO.
010390     IF NOT B-PENDIENTE(WS-I) OR
010400        WS-B-IDENTI(WS-I) NOT = des-identi OR
010410        NOT DES-CON-TOPE THEN
010420        EXIT PARAGRAPH
010430     END-IF.
010440     IF des-ult-fecha = WS-FECHA-RUN THEN
010441        MOVE 'N' TO WS-PREVIO-HALLADO
010442        PERFORM 2525-BUSCAR-PREVIO
010443           VARYING WS-V FROM 1 BY 1
010444           UNTIL WS-V > WS-CNT-PREVIOS OR WS-PREVIO-HALLADO = 'S'
010445        IF WS-PREVIO-HALLADO = 'S' THEN
010450           add des-ult-importe to des-saldo
010460           MOVE ZERO TO des-ult-importe
010465        END-IF
010470     END-IF.
010480     COMPUTE WS-DISPONIBLE =
010490        WS-B-BRUTO(WS-I) - WS-B-RECUPERO(WS-I).
010500     IF des-saldo < WS-DISPONIBLE THEN
010510        MOVE des-saldo TO WS-TOMA
010520     ELSE
010530        MOVE WS-DISPONIBLE TO WS-TOMA
010540     END-IF.
010550     IF WS-TOMA = ZERO THEN
010560        EXIT PARAGRAPH
010570     END-IF.
010580     IF WS-CNT-RECUPEROS >= WS-MAX-RECUPEROS THEN
010590        add 1 to WS-CNT-RECUP-PERD WS-CNT-AVISOS
010600        EXIT PARAGRAPH
010610     END-IF.
010620     SUBTRACT WS-TOMA FROM des-saldo.
010630     MOVE WS-FECHA-RUN TO des-ult-fecha.
010640     MOVE WS-TOMA TO des-ult-importe.
010650     add WS-TOMA to WS-B-RECUPERO(WS-I).
010660     SUBTRACT WS-TOMA FROM WS-B-NETO(WS-I).
010670     add 1 to WS-CNT-RECUPEROS.
010680     MOVE WS-I TO WS-R-BAJA(WS-CNT-RECUPEROS).
010690     MOVE des-concepto TO WS-R-CONCEPTO(WS-CNT-RECUPEROS).
010700     MOVE WS-TOMA TO WS-R-IMPORTE(WS-CNT-RECUPEROS).
010701 2525-BUSCAR-PREVIO.
010702     IF WS-V-IDENTI(WS-V) = des-identi AND
010703        WS-V-CONCEPTO(WS-V) = des-concepto THEN
010704        MOVE 'S' TO WS-PREVIO-HALLADO
010705     END-IF.
010710 2550-DEFINIR-PAGO.
010720*
010730* A transfer needs an account the bank has not returned; anything
010740* else is paid in cash and flagged on the document.
010750*
010760     IF NOT B-PENDIENTE(WS-I) THEN
010770        EXIT PARAGRAPH
010780     END-IF.
010790     EVALUATE TRUE
010800         WHEN WS-B-NETO(WS-I) = ZERO
010810             MOVE 'N' TO WS-B-FORMA(WS-I)
010820         WHEN WS-B-CUENTA(WS-I) = ZERO
010830             MOVE 'C' TO WS-B-FORMA(WS-I)
010840             add 1 to WS-CNT-EFECTIVO WS-CNT-AVISOS
010850         WHEN B-CTA-SOSPECHOSA(WS-I)
010860             MOVE 'O' TO WS-B-FORMA(WS-I)
010870             add 1 to WS-CNT-EFECTIVO WS-CNT-AVISOS
010880         WHEN OTHER
010890             MOVE 'B' TO WS-B-FORMA(WS-I)
010900             add 1 to WS-CNT-BANCO
010910     END-EVALUATE.
010920 2600-LIQUIDAR.
010930     IF NOT B-PENDIENTE(WS-I) THEN
010940        EXIT PARAGRAPH
010950     END-IF.
010960     add 1 to WS-CNT-LIQUIDADAS.
010970     add WS-B-BRUTO(WS-I) to WS-TOT-BRUTO.
010980     add WS-B-RECUPERO(WS-I) to WS-TOT-RECUPERO.
010990     add WS-B-NETO(WS-I) to WS-TOT-NETO.
011000     PERFORM 2610-ESCRIBIR-DOCUMENTO.
011010     IF B-POR-BANCO(WS-I) THEN
011020        PERFORM 2620-ESCRIBIR-BANCO
011030     END-IF.
011040     PERFORM 2630-GRABAR-HISTORIA.
011050     PERFORM 2640-REGISTRAR.
011060 2610-ESCRIBIR-DOCUMENTO.
011070     WRITE DOCUMENTO-LINE FROM WS-LINEA-BLANCA.
011080     MOVE WS-B-IDENTI(WS-I) TO LE-IDENTI.
011090     MOVE WS-B-APE(WS-I) TO LE-APELLIDO.
011100     MOVE WS-B-NOM(WS-I) TO LE-NOMBRE.
011110     MOVE WS-B-CCOSTO(WS-I) TO LE-CCOSTO.
011120     WRITE DOCUMENTO-LINE FROM WS-LINEA-EMPLEADO.
011130     MOVE WS-B-FECHA(WS-I) TO LF-BAJA.
011140     IF WS-B-ULT-PAGO(WS-I) = ZERO THEN
011150        MOVE 'NINGUNO' TO LF-ULT-PAGO
011160     ELSE
011170        MOVE WS-B-ULT-PAGO(WS-I) TO LF-ULT-PAGO
011180     END-IF.
011190     WRITE DOCUMENTO-LINE FROM WS-LINEA-FECHAS.
011200     MOVE SPACES TO LC-TEXTO.
011210     STRING 'DIAS TRABAJADOS DESDE ' DELIMITED BY SIZE
011220            WS-B-INICIO(WS-I) DELIMITED BY SIZE
011230            INTO LC-TEXTO.
011240     MOVE WS-B-DIAS(WS-I) TO WS-EDIT-DIAS.
011250     MOVE WS-EDIT-DIAS TO LC-CANTIDAD.
011260     MOVE WS-B-PAGO-DIAS(WS-I) TO LC-IMPORTE.
011270     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
011280     MOVE 'VACACIONES NO GOZADAS (DIAS)' TO LC-TEXTO.
011290     MOVE WS-B-SALDO-VAC(WS-I) TO WS-EDIT-VAC.
011300     MOVE WS-EDIT-VAC TO LC-CANTIDAD.
011310     MOVE WS-B-PAGO-VAC(WS-I) TO LC-IMPORTE.
011320     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
011330     MOVE SPACES TO LC-CANTIDAD.
011340     IF WS-B-AJUSTE(WS-I) NOT = ZERO THEN
011350        MOVE 'AJUSTES PENDIENTES' TO LC-TEXTO
011360        MOVE WS-B-AJUSTE(WS-I) TO LC-IMPORTE
011370        WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO
011380     END-IF.
011390     MOVE 'TOTAL BRUTO' TO LC-TEXTO.
011400     MOVE WS-B-BRUTO(WS-I) TO LC-IMPORTE.
011410     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
011420     PERFORM 2615-LISTAR-RECUPERO
011430        VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CNT-RECUPEROS.
011440     MOVE 'NETO A PAGAR' TO LC-TEXTO.
011450     MOVE WS-B-NETO(WS-I) TO LC-IMPORTE.
011460     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
011470     MOVE SPACES TO LP-CUENTA.
011480     EVALUATE TRUE
011490         WHEN B-POR-BANCO(WS-I)
011500             MOVE 'TRANSFERENCIA A CUENTA' TO LP-TEXTO
011510             MOVE WS-B-CUENTA(WS-I) TO LP-CUENTA
011520         WHEN B-SIN-CUENTA(WS-I)
011530             MOVE 'EFECTIVO - SIN CUENTA' TO LP-TEXTO
011540         WHEN B-CTA-OBSERVADA(WS-I)
011550             MOVE 'EFECTIVO - CUENTA DEVUELTA' TO LP-TEXTO
011560             MOVE WS-B-CUENTA(WS-I) TO LP-CUENTA
011570         WHEN OTHER
011580             MOVE 'SIN IMPORTE A PAGAR' TO LP-TEXTO
011590     END-EVALUATE.
011600     WRITE DOCUMENTO-LINE FROM WS-LINEA-PAGO.
011610     IF WS-B-ULT-PAGO(WS-I) = ZERO THEN
011620        MOVE 'SIN PAGOS EN HISTORIA, SOLO MES DE BAJA' TO LA-TEXTO
011630        MOVE ZERO TO LA-IMPORTE
011640        WRITE DOCUMENTO-LINE FROM WS-LINEA-AVISO
011650     END-IF.
011660     IF WS-B-FALTANTE(WS-I) > ZERO THEN
011670        MOVE 'AJUSTES EXCEDEN EL BRUTO EN' TO LA-TEXTO
011680        MOVE WS-B-FALTANTE(WS-I) TO LA-IMPORTE
011690        WRITE DOCUMENTO-LINE FROM WS-LINEA-AVISO
011700     END-IF.
011710     IF NOT doc-ok THEN
011720        display 'estado-doc: ' estado-doc
011730        PERFORM 3000-FINALISIMA
011740     END-IF.
011750 2615-LISTAR-RECUPERO.
011760     IF WS-R-BAJA(WS-R) = WS-I THEN
011770        MOVE SPACES TO LC-TEXTO
011780        STRING 'RECUPERO DESCUENTO ' DELIMITED BY SIZE
011790               WS-R-CONCEPTO(WS-R) DELIMITED BY SIZE
011800               INTO LC-TEXTO
011810        COMPUTE LC-IMPORTE = ZERO - WS-R-IMPORTE(WS-R)
011820        WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO
011830     END-IF.
011840 2620-ESCRIBIR-BANCO.
011850     MOVE WS-B-IDENTI(WS-I) TO DET-IDENTI.
011860     MOVE WS-B-CUENTA(WS-I) TO DET-CUENTA.
011870     MOVE WS-B-NETO(WS-I) TO DET-SUELDO.
011880     WRITE BANCO-LINE FROM WS-REG-DETALLE.
011890     IF NOT ban-ok THEN
011900        display 'estado-ban: ' estado-ban
011910        PERFORM 3000-FINALISIMA
011920     END-IF.
011930     add WS-B-NETO(WS-I) to WS-HASH-IMPORTE WS-TOT-BANCO.
011940 2630-GRABAR-HISTORIA.
011950*
011960* An 'F' row carries the settlement as pay (hist-sueldo gross,
011970* hist-neto paid) under the employee's last cost center; each
011980* recovery is an 'R' row marked 'L' in hist-exc-tipo, so the
011990* same-day trim of a merge rerun leaves them alone.
012000*
012010     MOVE WS-FECHA-RUN TO hist-fecha.
012020     MOVE 'F' TO hist-tipo.
012030     MOVE WS-B-IDENTI(WS-I) TO hist-identi.
012040     MOVE WS-B-BRUTO(WS-I) TO hist-sueldo.
012050     MOVE WS-B-DIAS(WS-I) TO hist-dias.
012060     MOVE SPACE TO hist-sancion hist-exc-tipo.
012070     MOVE WS-B-CCOSTO(WS-I) TO hist-ccosto.
012080     MOVE WS-B-NETO(WS-I) TO hist-neto.
012090     MOVE SPACES TO hist-concepto.
012100     MOVE ZERO TO hist-extra.
012110     PERFORM 2635-ESCRIBIR-HISTORIA.
012120     PERFORM 2632-GRABAR-RETENCION
012130        VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CNT-RECUPEROS.
012140 2632-GRABAR-RETENCION.
012150     IF WS-R-BAJA(WS-R) = WS-I THEN
012160        MOVE WS-FECHA-RUN TO hist-fecha
012170        MOVE 'R' TO hist-tipo
012180        MOVE WS-B-IDENTI(WS-I) TO hist-identi
012190        MOVE WS-R-IMPORTE(WS-R) TO hist-sueldo
012200        MOVE ZERO TO hist-dias hist-neto hist-extra
012210        MOVE SPACE TO hist-sancion
012220        MOVE 'L' TO hist-exc-tipo
012230        MOVE WS-B-CCOSTO(WS-I) TO hist-ccosto
012240        MOVE WS-R-CONCEPTO(WS-R) TO hist-concepto
012250        PERFORM 2635-ESCRIBIR-HISTORIA
012260     END-IF.
012270 2635-ESCRIBIR-HISTORIA.
012280     WRITE HIS-TMP-REC FROM WS-HISTORIA.
012290     IF NOT hst-ok THEN
012300        display 'estado-hst: ' estado-hst
012310        PERFORM 3000-FINALISIMA
012320     END-IF.
012330 2640-REGISTRAR.
012340     MOVE WS-B-IDENTI(WS-I) TO FIN-IDENTI.
012350     MOVE WS-B-FECHA(WS-I) TO FIN-FECHA-BAJA.
012360     MOVE WS-B-HORA(WS-I) TO FIN-HORA-BAJA.
012370     MOVE WS-FECHA-RUN TO FIN-FECHA-LIQ.
012380     MOVE WS-B-NETO(WS-I) TO FIN-NETO.
012390     WRITE REG-NUEVO-REC FROM REGISTRO-REC.
012400     IF NOT rgn-ok THEN
012410        display 'estado-rgn: ' estado-rgn
012420        PERFORM 3000-FINALISIMA
012430     END-IF.
012440 2700-CERRAR-DOCUMENTOS.
012450     WRITE DOCUMENTO-LINE FROM WS-LINEA-BLANCA.
012460     WRITE DOCUMENTO-LINE FROM WS-ENC3.
012470     MOVE SPACES TO LC-CANTIDAD.
012480     MOVE WS-CNT-LIQUIDADAS TO WS-EDIT-DIAS.
012490     MOVE WS-EDIT-DIAS TO LC-CANTIDAD.
012500     MOVE 'LIQUIDACIONES - TOTAL BRUTO' TO LC-TEXTO.
012510     MOVE WS-TOT-BRUTO TO LC-IMPORTE.
012520     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
012530     MOVE SPACES TO LC-CANTIDAD.
012540     MOVE 'RECUPERO DE DESCUENTOS' TO LC-TEXTO.
012550     COMPUTE LC-IMPORTE = ZERO - WS-TOT-RECUPERO.
012560     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
012570     MOVE 'TOTAL NETO' TO LC-TEXTO.
012580     MOVE WS-TOT-NETO TO LC-IMPORTE.
012590     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
012600     MOVE WS-CNT-BANCO TO WS-EDIT-DIAS.
012610     MOVE WS-EDIT-DIAS TO LC-CANTIDAD.
012620     MOVE 'PAGOS POR TRANSFERENCIA' TO LC-TEXTO.
012630     MOVE WS-TOT-BANCO TO LC-IMPORTE.
012640     WRITE DOCUMENTO-LINE FROM WS-LINEA-CONCEPTO.
012650     IF NOT doc-ok THEN
012660        display 'estado-doc: ' estado-doc
012670        PERFORM 3000-FINALISIMA
012680     END-IF.
012690     IF WS-CNT-BANCO > ZERO THEN
012700        MOVE WS-CNT-BANCO TO COL-CUENTA-REG
012710        MOVE WS-HASH-IMPORTE TO COL-HASH-SUELDO
012720        WRITE BANCO-LINE FROM WS-REG-COLA
012730        IF NOT ban-ok THEN
012740           display 'estado-ban: ' estado-ban
012750           PERFORM 3000-FINALISIMA
012760        END-IF
012770     END-IF.
012780     CLOSE arc-documento arc-his-tmp arc-reg-nuevo arc-banco.
012820 2800-CONFIRMAR.
012830*
012840* The documents and the transfer file are complete: the
012850* settlements go into historia.txt, the balances recovered into
012860* descuentos.txt, the bajas into the register, and the file
012870* number is spent.
012880*
012890     OPEN INPUT arc-his-tmp.
012900     OPEN EXTEND arc-historia.
012910     IF NOT his-ok THEN
012920        OPEN OUTPUT arc-historia
012930     END-IF.
012940     IF NOT hst-ok OR NOT his-ok THEN
012950        display 'estado-hst: ' estado-hst
012955           ' estado-his: ' estado-his
012960        PERFORM 3000-FINALISIMA
012970     END-IF.
012980     MOVE 'N' TO WS-FIN-TMP.
012990     PERFORM 2810-COPIAR-HISTORIA UNTIL WS-FIN-TMP = 'S'.
013000     CLOSE arc-his-tmp arc-historia.
013010     IF WS-DES-ACTIVO = 'S' THEN
013020        OPEN INPUT arc-des-liq
013030        OPEN OUTPUT arc-descuentos
013040        IF NOT dlq-ok OR NOT des-ok THEN
013050           display 'estado-dlq: ' estado-dlq ' estado-des: '
013060              estado-des
013070           PERFORM 3000-FINALISIMA
013080        END-IF
013090        MOVE 'N' TO WS-FIN-TMP
013100        PERFORM 2820-COPIAR-DESCUENTO UNTIL WS-FIN-TMP = 'S'
013110        CLOSE arc-des-liq arc-descuentos
013120     END-IF.
013130     OPEN INPUT arc-reg-nuevo.
013140     OPEN EXTEND arc-registro.
013150     IF NOT reg-ok THEN
013160        OPEN OUTPUT arc-registro
013170     END-IF.
013180     IF NOT rgn-ok OR NOT reg-ok THEN
013190        display 'estado-rgn: ' estado-rgn
013195           ' estado-reg: ' estado-reg
013200        PERFORM 3000-FINALISIMA
013210     END-IF.
013220     MOVE 'N' TO WS-FIN-TMP.
013230     PERFORM 2830-COPIAR-REGISTRO UNTIL WS-FIN-TMP = 'S'.
013240     CLOSE arc-reg-nuevo arc-registro.
013250     IF WS-CNT-BANCO > ZERO THEN
013260        MOVE WS-SECUENCIA TO SEQ-NUMERO
013270        OPEN OUTPUT arc-secuencia
013280        WRITE SEQ-REC
013290        IF NOT seq-ok THEN
013300           display 'estado-seq: ' estado-seq
013310           PERFORM 3000-FINALISIMA
013320        END-IF
013330        CLOSE arc-secuencia
013340     END-IF.
013350 2810-COPIAR-HISTORIA.
013360     READ arc-his-tmp
013370         AT END
013380             MOVE 'S' TO WS-FIN-TMP
013390         NOT AT END
013400             WRITE HISTORIA-REC FROM HIS-TMP-REC
013410             IF NOT his-ok THEN
013420                display 'estado-his: ' estado-his
013430                PERFORM 3000-FINALISIMA
013440             END-IF
013450             add 1 to WS-CNT-HISTORIA
013460     END-READ.
013470 2820-COPIAR-DESCUENTO.
013480     READ arc-des-liq
013490         AT END
013500             MOVE 'S' TO WS-FIN-TMP
013510         NOT AT END
013520             WRITE descuento FROM DES-LIQ-REC
013530             IF NOT des-ok THEN
013540                display 'estado-des: ' estado-des
013550                PERFORM 3000-FINALISIMA
013560             END-IF
013570     END-READ.
013580 2830-COPIAR-REGISTRO.
013590     READ arc-reg-nuevo
013600         AT END
013610             MOVE 'S' TO WS-FIN-TMP
013620         NOT AT END
013630             WRITE REGISTRO-REC FROM REG-NUEVO-REC
013640             IF NOT reg-ok THEN
013650                display 'estado-reg: ' estado-reg
013660                PERFORM 3000-FINALISIMA
013670             END-IF
013680     END-READ.
013690 3000-FINALISIMA.
013700     PERFORM 3010-REPORTE-TOTALES.
013710*
013720* RETURN-CODE: 12 on a stop, 4 when a settlement is paid in cash,
013730* found no paid period or ran short against its ajustes.
013740*
013750     IF WS-RETORNO = ZERO AND WS-CNT-AVISOS > ZERO THEN
013760        MOVE 4 TO WS-RETORNO
013770     END-IF.
013780     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
013790     CLOSE arc-journal arc-registro arc-reg-nuevo arc-historia
013800           arc-archivo arc-his-tmp arc-ajustes arc-vacaciones
013810           arc-licencias arc-descuentos arc-des-liq
013820           arc-documento arc-banco arc-secuencia.
013830     DISPLAY "parrafo final".
013840     DISPLAY "RETORNO: " WS-RETORNO.
013850     MOVE WS-RETORNO TO RETURN-CODE.
013860     STOP RUN.
013870 3010-REPORTE-TOTALES.
013880     DISPLAY "-----------------------------------------".
013890     DISPLAY "  RESUMEN DE LIQUIDACIONES - FINIQUITO.CBL".
013900     DISPLAY "-----------------------------------------".
013910     DISPLAY "  MOVIMIENTOS LEIDOS : " WS-CNT-JOURNAL.
013920     DISPLAY "  BAJAS EN VENTANA   : " WS-CNT-BAJAS.
013930     DISPLAY "  BAJAS ANTERIORES   : " WS-CNT-FUERA.
013940     DISPLAY "  YA LIQUIDADAS      : " WS-CNT-YA-LIQ.
013950     DISPLAY "  LIQUIDADAS         : " WS-CNT-LIQUIDADAS.
013960     DISPLAY "    POR TRANSFERENCIA: " WS-CNT-BANCO.
013970     DISPLAY "    EN EFECTIVO      : " WS-CNT-EFECTIVO.
013980     DISPLAY "  CON AVISO          : " WS-CNT-AVISOS.
013990     DISPLAY "  ARCHIVOS LEIDOS    : " WS-CNT-ARCHIVOS.
014000     DISPLAY "  AJUSTES APLICADOS  : " WS-CNT-AJUSTES.
014010     DISPLAY "  RECUPEROS          : " WS-CNT-RECUPEROS.
014020     DISPLAY "  RECUPEROS SIN LUGAR: " WS-CNT-RECUP-PERD.
014030     DISPLAY "  FILAS A HISTORIA   : " WS-CNT-HISTORIA.
014040     DISPLAY "  TOTAL BRUTO        : " WS-TOT-BRUTO.
014050     DISPLAY "  TOTAL RECUPERADO   : " WS-TOT-RECUPERO.
014060     DISPLAY "  TOTAL NETO         : " WS-TOT-NETO.
014070     DISPLAY "-----------------------------------------".
014080** add other procedures here
014090 END PROGRAM FINIQUITO.
