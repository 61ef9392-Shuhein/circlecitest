000100******************************************************************
000200*                                                                *
000300*    RKEYMAP RECORD LAYOUT (FILE-RKEYMAP OF FILERKEY)            *
000400*    ONE ROOT KEY RENUMBERING: EVERY ROW UNDER THE OLD ROOT KEY  *
000500*    MOVES TO THE NEW ROOT KEY                                   *
000600*                                                                *
000700******************************************************************
000800 01  RKMP-REC.
000900     05  RKMP-OLD-ROOT-KEY       PIC  X(10).
001000     05  RKMP-NEW-ROOT-KEY       PIC  X(10).
