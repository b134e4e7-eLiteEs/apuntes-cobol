000040*  (ver programa HORACHK).  Se copia tanto en la LINKAGE     *
000050*  SECTION de HORACHK como en el WORKING-STORAGE de cada     *
000060*  programa de inscripcion que deba detectar un cruce de     *
000070*  horario entre dos cursos, o que un profesor o un aula     *
000075*  queden ocupados dos veces en el mismo bloque.             *
000080*----------------------------------------------------------*
000090* 2026-09-01 JFV  Creacion inicial.
000091* 2026-10-15 JFV  Funciones P, M y A: profesor o aula ya
000092*                 ocupados en el dia y bloque (CURSMANT al
000093*                 guardar un bloque, PROFMANT al asignar);
000094*                 el curso con el que se cruza regresa en
000095*                 HORACHK-CURSO-B.
000100*----------------------------------------------------------*
000110 01  HORACHK-PARM.
000120     05  HORACHK-FUNCION             PIC X(01).
000130         88  HORACHK-VALIDAR                 VALUE "V".
000140         88  HORACHK-CRUZAR                  VALUE "C".
000142         88  HORACHK-PROFESOR-BLOQUE         VALUE "P".
000144         88  HORACHK-PROFESOR-ASIGNA         VALUE "M".
000146         88  HORACHK-AULA-BLOQUE             VALUE "A".
000150     05  HORACHK-CURSO-A             PIC X(10).
000160     05  HORACHK-CURSO-B             PIC X(10).
000170     05  HORACHK-RESULTADO           PIC X(01).
000210         88  HORACHK-ERROR-ARCHIVO           VALUE "9".
000220     05  HORACHK-DIA-CRUCE           PIC 9(01).
000230     05  HORACHK-BLOQUE-CRUCE        PIC 9(02).
000240     05  HORACHK-DIA                 PIC 9(01).
000250     05  HORACHK-BLOQUE              PIC 9(02).
000260     05  HORACHK-MATERIA             PIC X(10).
000270     05  HORACHK-PROFESOR            PIC X(20).
000280     05  HORACHK-AULA                PIC X(06).
