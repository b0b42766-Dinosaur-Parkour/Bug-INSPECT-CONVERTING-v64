      * Symbolic map for mapset ICVRTMS, the online inquiry screens
      * of the conversion suite.  Kept by hand, not taken from the
      * BMS assembly: the fields are those of ICVRTMS.bms in the
      * same order and lengths (TIOAPFX=YES, hence the 12-byte
      * prefix), but each map's list rows - HSELnn/HLINnn and so on
      * - are one OCCURS group here so the programs can subscript
      * them.  A field added or moved in the mapset is added or
      * moved here in step.
    9  01  CVHMAPI.
   10      02 FILLER                  PIC X(12).
   11      02 HFEEDL                  PIC S9(4) COMP.
   12      02 HFEEDF                  PIC X(01).
   13      02 HFEEDA                  REDEFINES HFEEDF
   14                                 PIC X(01).
   15      02 HFEEDI                  PIC X(44).
   16      02 HDATEL                  PIC S9(4) COMP.
   17      02 HDATEF                  PIC X(01).
   18      02 HDATEA                  REDEFINES HDATEF
   19                                 PIC X(01).
   20      02 HDATEI                  PIC X(08).
   21      02 CVHI-ROW Occurs 12.
   22         03 HSELL                PIC S9(4) COMP.
   23         03 HSELF                PIC X(01).
   24         03 HSELA                REDEFINES HSELF
   25                                 PIC X(01).
   26         03 HSELI                PIC X(01).
   27         03 HLINL                PIC S9(4) COMP.
   28         03 HLINF                PIC X(01).
   29         03 HLINA                REDEFINES HLINF
   30                                 PIC X(01).
   31         03 HLINI                PIC X(73).
   32      02 HMSGL                   PIC S9(4) COMP.
   33      02 HMSGF                   PIC X(01).
   34      02 HMSGA                   REDEFINES HMSGF
   35                                 PIC X(01).
   36      02 HMSGI                   PIC X(78).
   37  01  CVHMAPO REDEFINES CVHMAPI.
   38      02 FILLER                  PIC X(12).
   39      02 FILLER                  PIC X(03).
   40      02 HFEEDO                  PIC X(44).
   41      02 FILLER                  PIC X(03).
   42      02 HDATEO                  PIC X(08).
   43      02 CVHO-ROW Occurs 12.
   44         03 FILLER               PIC X(03).
   45         03 HSELO                PIC X(01).
   46         03 FILLER               PIC X(03).
   47         03 HLINO                PIC X(73).
   48      02 FILLER                  PIC X(03).
   49      02 HMSGO                   PIC X(78).

   51  01  CVNMAPI.
   52      02 FILLER                  PIC X(12).
   53      02 NDATEL                  PIC S9(4) COMP.
   54      02 NDATEF                  PIC X(01).
   55      02 NDATEA                  REDEFINES NDATEF
   56                                 PIC X(01).
   57      02 NDATEI                  PIC X(08).
   58      02 CVNI-ROW Occurs 14.
   59         03 NSELL                PIC S9(4) COMP.
   60         03 NSELF                PIC X(01).
   61         03 NSELA                REDEFINES NSELF
   62                                 PIC X(01).
   63         03 NSELI                PIC X(01).
   64         03 NLINL                PIC S9(4) COMP.
   65         03 NLINF                PIC X(01).
   66         03 NLINA                REDEFINES NLINF
   67                                 PIC X(01).
   68         03 NLINI                PIC X(69).
   69      02 NMSGL                   PIC S9(4) COMP.
   70      02 NMSGF                   PIC X(01).
   71      02 NMSGA                   REDEFINES NMSGF
   72                                 PIC X(01).
   73      02 NMSGI                   PIC X(78).
   74  01  CVNMAPO REDEFINES CVNMAPI.
   75      02 FILLER                  PIC X(12).
   76      02 FILLER                  PIC X(03).
   77      02 NDATEO                  PIC X(08).
   78      02 CVNO-ROW Occurs 14.
   79         03 FILLER               PIC X(03).
   80         03 NSELO                PIC X(01).
   81         03 FILLER               PIC X(03).
   82         03 NLINO                PIC X(69).
   83      02 FILLER                  PIC X(03).
   84      02 NMSGO                   PIC X(78).

   86  01  CVAMAPI.
   87      02 FILLER                  PIC X(12).
   88      02 AFEEDL                  PIC S9(4) COMP.
   89      02 AFEEDF                  PIC X(01).
   90      02 AFEEDA                  REDEFINES AFEEDF
   91                                 PIC X(01).
   92      02 AFEEDI                  PIC X(44).
   93      02 ADATEL                  PIC S9(4) COMP.
   94      02 ADATEF                  PIC X(01).
   95      02 ADATEA                  REDEFINES ADATEF
   96                                 PIC X(01).
   97      02 ADATEI                  PIC X(08).
   98      02 CVAI-ROW Occurs 12.
   99         03 ASELL                PIC S9(4) COMP.
  100         03 ASELF                PIC X(01).
  101         03 ASELA                REDEFINES ASELF
  102                                 PIC X(01).
  103         03 ASELI                PIC X(01).
  104         03 ALINL                PIC S9(4) COMP.
  105         03 ALINF                PIC X(01).
  106         03 ALINA                REDEFINES ALINF
  107                                 PIC X(01).
  108         03 ALINI                PIC X(72).
  109      02 AMSGL                   PIC S9(4) COMP.
  110      02 AMSGF                   PIC X(01).
  111      02 AMSGA                   REDEFINES AMSGF
  112                                 PIC X(01).
  113      02 AMSGI                   PIC X(78).
  114  01  CVAMAPO REDEFINES CVAMAPI.
  115      02 FILLER                  PIC X(12).
  116      02 FILLER                  PIC X(03).
  117      02 AFEEDO                  PIC X(44).
  118      02 FILLER                  PIC X(03).
  119      02 ADATEO                  PIC X(08).
  120      02 CVAO-ROW Occurs 12.
  121         03 FILLER               PIC X(03).
  122         03 ASELO                PIC X(01).
  123         03 FILLER               PIC X(03).
  124         03 ALINO                PIC X(72).
  125      02 FILLER                  PIC X(03).
  126      02 AMSGO                   PIC X(78).

  128  01  CVDMAPI.
  129      02 FILLER                  PIC X(12).
  130      02 DRUNL                   PIC S9(4) COMP.
  131      02 DRUNF                   PIC X(01).
  132      02 DRUNA                   REDEFINES DRUNF
  133                                 PIC X(01).
  134      02 DRUNI                   PIC X(16).
  135      02 DDIRL                   PIC S9(4) COMP.
  136      02 DDIRF                   PIC X(01).
  137      02 DDIRA                   REDEFINES DDIRF
  138                                 PIC X(01).
  139      02 DDIRI                   PIC X(03).
  140      02 DRECL                   PIC S9(4) COMP.
  141      02 DRECF                   PIC X(01).
  142      02 DRECA                   REDEFINES DRECF
  143                                 PIC X(01).
  144      02 DRECI                   PIC X(09).
  145      02 DSTAMPL                 PIC S9(4) COMP.
  146      02 DSTAMPF                 PIC X(01).
  147      02 DSTAMPA                 REDEFINES DSTAMPF
  148                                 PIC X(01).
  149      02 DSTAMPI                 PIC X(17).
  150      02 DDSNL                   PIC S9(4) COMP.
  151      02 DDSNF                   PIC X(01).
  152      02 DDSNA                   REDEFINES DDSNF
  153                                 PIC X(01).
  154      02 DDSNI                   PIC X(44).
  155      02 DTABL                   PIC S9(4) COMP.
  156      02 DTABF                   PIC X(01).
  157      02 DTABA                   REDEFINES DTABF
  158                                 PIC X(01).
  159      02 DTABI                   PIC X(20).
  160      02 DNOTEL                  PIC S9(4) COMP.
  161      02 DNOTEF                  PIC X(01).
  162      02 DNOTEA                  REDEFINES DNOTEF
  163                                 PIC X(01).
  164      02 DNOTEI                  PIC X(78).
  165      02 CVDI-ROW Occurs 14.
  166         03 DLINL                PIC S9(4) COMP.
  167         03 DLINF                PIC X(01).
  168         03 DLINA                REDEFINES DLINF
  169                                 PIC X(01).
  170         03 DLINI                PIC X(78).
  171      02 DMSGL                   PIC S9(4) COMP.
  172      02 DMSGF                   PIC X(01).
  173      02 DMSGA                   REDEFINES DMSGF
  174                                 PIC X(01).
  175      02 DMSGI                   PIC X(78).
  176  01  CVDMAPO REDEFINES CVDMAPI.
  177      02 FILLER                  PIC X(12).
  178      02 FILLER                  PIC X(03).
  179      02 DRUNO                   PIC X(16).
  180      02 FILLER                  PIC X(03).
  181      02 DDIRO                   PIC X(03).
  182      02 FILLER                  PIC X(03).
  183      02 DRECO                   PIC X(09).
  184      02 FILLER                  PIC X(03).
  185      02 DSTAMPO                 PIC X(17).
  186      02 FILLER                  PIC X(03).
  187      02 DDSNO                   PIC X(44).
  188      02 FILLER                  PIC X(03).
  189      02 DTABO                   PIC X(20).
  190      02 FILLER                  PIC X(03).
  191      02 DNOTEO                  PIC X(78).
  192      02 CVDO-ROW Occurs 14.
  193         03 FILLER               PIC X(03).
  194         03 DLINO                PIC X(78).
  195      02 FILLER                  PIC X(03).
  196      02 DMSGO                   PIC X(78).
