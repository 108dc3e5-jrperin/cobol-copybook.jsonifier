002100*         Dataset the handoff is about; must match one of
002200*         the balancer's dataset DDs (CLIPEP, CLIMAIL,
002300*         CLISMS, CLIEINV, CLIROLL, CLIWRKQ, CLIFXH,
002400*         CLIMAILR, CLIEINVC).
002500     03  FILLER                          PIC X(56).
002600*---------------------------------------------------------------*
002700*                      END OF COPYBOOK                          *
