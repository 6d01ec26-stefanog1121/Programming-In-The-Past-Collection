      *> FORM-RECORD - one printed line of a message form for the
      *> signals desk (preamble, numbered group line, or spacing
      *> line). Each form opens on a new page.
    01 FORM-RECORD             PIC X(80).
