000210*                    master extract now carries; the code rides
000211*                    through untouched (the maintenance run
000212*                    already validated it against ccostos.txt).
000213*   2026-10-15  BMD  lectura3 records now carry the clock
000214*                    hours: blank (an older file) passes,
000215*                    anything else must be numeric or is
000216*                    rejected with code 09 HORAS NO NUMERICAS.
000217******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000240 PROGRAM-ID. DEPURA.
000850     05 WS3-DIAS PIC X(3).
000860     05 WS3-SANCION PIC X(1).
000870         88 SANCION-VALIDA VALUE ' ' 'A' 'S'.
000875     05 WS3-HORAS PIC X(15).
000880 01 WS-IDENTI-EDIT PIC X(6).
000890 01 WS-CONTADORES.
000900     05 WS-CNT-LEIDOS1    PIC 9(6) COMP VALUE ZERO.
002400        PERFORM 2500-GRABAR-ERROR
002410     END-IF.
002420 2400-EDITAR-HERALDO3.
002430     MOVE entrada-reg(1:25) TO WS-REG-HERALDO3.
002440     MOVE WS3-IDENTI TO WS-IDENTI-EDIT.
002450     PERFORM 2210-EDITAR-IDENTI.
002460     IF WS3-DIAS IS NOT NUMERIC THEN
002530        MOVE 'SANCION INVALIDA' TO LE-DESC
002540        PERFORM 2500-GRABAR-ERROR
002550     END-IF.
002551     IF WS3-HORAS NOT = SPACES AND WS3-HORAS IS NOT NUMERIC THEN
002552        MOVE '09' TO LE-COD
002553        MOVE 'HORAS NO NUMERICAS' TO LE-DESC
002554        PERFORM 2500-GRABAR-ERROR
002555     END-IF.
002560 2500-GRABAR-ERROR.
002570     add 1 to WS-ERRORES-REG.
002580     add 1 to WS-CNT-ERRORES.
