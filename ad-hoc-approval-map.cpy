      ******************************************************************
      * COPYBOOK: AD-HOC-APPROVAL-MAP                                  *
      * PURPOSE:  Symbolic map for the CDAP pending-closure approval  *
      *           queue screen driven by AD-HOC-APPROVAL-SCREEN       *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Symbolic description of the CDAPMAP physical map (mapset      *
      * CDASET): the signed-on checker, one page of eight pending     *
      * requests from ADHOCPND (a one-byte select field and a display *
      * line per request), the full request selected for decision,    *
      * and the impact summary for it - days in the closure, gate     *
      * days flipped and the direction of the flip, collisions with  *
      * days already closed, and next-business-day answers that move. *
      * The pay-date line on the physical map is constant text        *
      * referring the checker to the CDIMPACT batch report, so it has *
      * no field here. Field names follow the BMS convention - L =    *
      * halfword length, A = attribute, I/O = the data itself. Keep   *
      * this copybook in step with the CDASET mapset source when the  *
      * screen layout changes.                                        *
      ******************************************************************

       01  CDAPMAPI.
           05  FILLER                      PIC X(12).
           05  MUSERL                      PIC S9(4) COMP.
           05  MUSERA                      PIC X(1).
           05  MUSERI                      PIC X(8).
           05  PROWI                       OCCURS 8 TIMES.
               10  PSELL                   PIC S9(4) COMP.
               10  PSELA                   PIC X(1).
               10  PSELI                   PIC X(1).
               10  PLINEL                  PIC S9(4) COMP.
               10  PLINEA                  PIC X(1).
               10  PLINEI                  PIC X(64).
           05  DDATEL                      PIC S9(4) COMP.
           05  DDATEA                      PIC X(1).
           05  DDATEI                      PIC X(8).
           05  DENDL                       PIC S9(4) COMP.
           05  DENDA                       PIC X(1).
           05  DENDI                       PIC X(8).
           05  DACTL                       PIC S9(4) COMP.
           05  DACTA                       PIC X(1).
           05  DACTI                       PIC X(6).
           05  DPROVL                      PIC S9(4) COMP.
           05  DPROVA                      PIC X(1).
           05  DPROVI                      PIC X(20).
           05  DREASL                      PIC S9(4) COMP.
           05  DREASA                      PIC X(1).
           05  DREASI                      PIC X(10).
           05  DDESCL                      PIC S9(4) COMP.
           05  DDESCA                      PIC X(1).
           05  DDESCI                      PIC X(40).
           05  DMAKRL                      PIC S9(4) COMP.
           05  DMAKRA                      PIC X(1).
           05  DMAKRI                      PIC X(8).
           05  DMKDTL                      PIC S9(4) COMP.
           05  DMKDTA                      PIC X(1).
           05  DMKDTI                      PIC X(8).
           05  IDAYSL                      PIC S9(4) COMP.
           05  IDAYSA                      PIC X(1).
           05  IDAYSI                      PIC X(3).
           05  IFLIPL                      PIC S9(4) COMP.
           05  IFLIPA                      PIC X(1).
           05  IFLIPI                      PIC X(3).
           05  IDIRL                       PIC S9(4) COMP.
           05  IDIRA                       PIC X(1).
           05  IDIRI                       PIC X(13).
           05  ICOLLL                      PIC S9(4) COMP.
           05  ICOLLA                      PIC X(1).
           05  ICOLLI                      PIC X(3).
           05  ISHFTL                      PIC S9(4) COMP.
           05  ISHFTA                      PIC X(1).
           05  ISHFTI                      PIC X(3).
           05  MERRMSL                     PIC S9(4) COMP.
           05  MERRMSA                     PIC X(1).
           05  MERRMSI                     PIC X(60).

       01  CDAPMAPO REDEFINES CDAPMAPI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  MUSERO                      PIC X(8).
           05  PROWO                       OCCURS 8 TIMES.
               10  FILLER                  PIC X(3).
               10  PSELO                   PIC X(1).
               10  FILLER                  PIC X(3).
               10  PLINEO                  PIC X(64).
           05  FILLER                      PIC X(3).
           05  DDATEO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  DENDO                       PIC X(8).
           05  FILLER                      PIC X(3).
           05  DACTO                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  DPROVO                      PIC X(20).
           05  FILLER                      PIC X(3).
           05  DREASO                      PIC X(10).
           05  FILLER                      PIC X(3).
           05  DDESCO                      PIC X(40).
           05  FILLER                      PIC X(3).
           05  DMAKRO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  DMKDTO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  IDAYSO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  IFLIPO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  IDIRO                       PIC X(13).
           05  FILLER                      PIC X(3).
           05  ICOLLO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  ISHFTO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  MERRMSO                     PIC X(60).
