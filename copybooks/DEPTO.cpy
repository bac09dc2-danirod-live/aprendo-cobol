000090*                PARA ACABAR CON LOS CODIGOS LIBRES (VNTS/   *
000100*                VENT/VTAS) QUE ROMPIAN EL CORTE DE CONTROL  *
000110*                DE PAYEXTR.                                 *
000112* 2026-10-15 DR  JERARQUIA: DEPT-PADRE (EN BLANCO = CUELGA   *
000114*                DE LA COMPANIA) Y EL EMP-ID DEL JEFE (CERO  *
000115*                = SIN JEFE), APROBADOR POR DEFECTO DE       *
000116*                AUSENMAN Y GASTMAN. PAYEXTR, EMPMOVS,       *
000117*                AUSBAL Y PRESVAR TOTALIZAN POR LA           *
000118*                JERARQUIA (COPY DEPTJER). CORTE: EL         *
000119*                REGISTRO PASA DE 50 A 60 BYTES; EL CLUSTER  *
000121*                SE REDEFINE CON EL LARGO NUEVO Y SE RECARGA *
000122*                CON ALTAS DE DEPTMANT (PADRES ANTES QUE     *
000123*                HIJOS).                                     *
000124* 2026-10-15 DR  SE AGREGA DEPT-MAX-AUSENTES: CUANTAS        *
000125*                PERSONAS DEL DEPARTAMENTO PUEDEN ESTAR      *
000126*                AUSENTES A LA VEZ ANTES DE QUE LA           *
000127*                TRANSACCION AUSONLN AVISE AL GRABAR UNA     *
000128*                SOLICITUD DE VACACIONES O PERMISO (CERO =   *
000129*                EL TOPE POR DEFECTO DE AUSONLN, DOS).       *
000130*                CORTE: EL REGISTRO PASA DE 60 A 62 BYTES;   *
000131*                EL CLUSTER SE REDEFINE CON EL LARGO NUEVO Y *
000132*                SE RECARGA CON ALTAS DE DEPTMANT COMO EN EL *
000133*                CORTE ANTERIOR.                             *
000135*----------------------------------------------------------*
000137 01  DEPTO-MASTER-REC.
000140     05 DEPT-CODIGO              PIC X(04).
000150     05 DEPT-NOMBRE              PIC X(20).
000160     05 DEPT-CENTRO-COSTE        PIC 9(06).
000170     05 DEPT-RESPONSABLE         PIC X(20).
000180     05 DEPT-PADRE               PIC X(04).
000190     05 DEPT-JEFE-EMP-ID         PIC 9(06).
000200     05 DEPT-MAX-AUSENTES        PIC 9(02).
