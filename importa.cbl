000200*                    maintenance run validates it against
000210*                    ccostos.txt, and one validator is better
000220*                    than two that can drift.
000221*   2026-10-15  BMD  An eighth column carries the user who
000222*                    keyed the row; it travels on the movement
000223*                    as MOV-USUARIO so the maintenance run can
000224*                    tell the requester of a change from its
000225*                    approver. Older seven-column sheets leave
000226*                    it blank.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000560     05 MOV-SUELDO PIC 9(7)V99.
000570     05 MOV-CUENTA PIC 9(10).
000580     05 MOV-CCOSTO PIC X(4).
000585     05 MOV-USUARIO PIC X(8).
000590 FD arc-rechazos
000600 RECORDING MODE IS F.
000610 01 RECHAZO-LINE.
000900 01 WS-CMP-SUELDO PIC X(100).
000910 01 WS-CMP-CUENTA PIC X(100).
000920 01 WS-CMP-CCOSTO PIC X(100).
000925 01 WS-CMP-USUARIO PIC X(100).
000930 01 WS-CONTADORES.
000940     05 WS-CNT-LEIDAS    PIC 9(6) COMP VALUE ZERO.
000950     05 WS-CNT-GRABADAS  PIC 9(6) COMP VALUE ZERO.
001480     END-IF.
001490 2100-PARTIR-LINEA.
001500*
001510* Eight comma-separated fields, the quoted text unpacked. The
001520* scanner walks the line once; a short row just leaves the
001530* remaining fields blank for the edits to refuse.
001540*
001670     MOVE WS-CAMPO TO WS-CMP-CUENTA.
001680     PERFORM 2200-SIGUIENTE-CAMPO.
001690     MOVE WS-CAMPO TO WS-CMP-CCOSTO.
001693     PERFORM 2200-SIGUIENTE-CAMPO.
001696     MOVE WS-CAMPO TO WS-CMP-USUARIO.
001700 2200-SIGUIENTE-CAMPO.
001710     MOVE SPACES TO WS-CAMPO.
001720     MOVE ZERO TO WS-CAMPO-LARGO.
002200        PERFORM 2500-RECHAZAR
002210        EXIT PARAGRAPH
002220     END-IF.
002221     IF WS-CMP-USUARIO(9:92) NOT = SPACES THEN
002222        MOVE 'USUARIO DEMASIADO LARGO' TO RM-MOTIVO
002223        PERFORM 2500-RECHAZAR
002224        EXIT PARAGRAPH
002225     END-IF.
002226     MOVE WS-CMP-USUARIO(1:8) TO MOV-USUARIO.
002230     IF WS-CMP-TIPO NOT = 'B' THEN
002240        PERFORM 2310-VALIDAR-ALTA-CAMBIO
002250        IF WS-RECHAZADA = 'S' THEN
