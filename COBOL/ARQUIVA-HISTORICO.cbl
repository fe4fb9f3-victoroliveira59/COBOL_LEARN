           TR-RECORD-STATUS BY AT-RECORD-STATUS,
           TR-PROVISIONAL BY AT-PROVISIONAL,
           TR-FINAL BY AT-FINAL,
           TR-SUPERSEDED BY AT-SUPERSEDED,
           TR-ATTEND-PCT BY AT-ATTEND-PCT,
           TR-TURMA-CODE BY AT-TURMA-CODE,
           TR-COURSE-CODE BY AT-COURSE-CODE,
           TR-RECORD-STATUS BY NT-RECORD-STATUS,
           TR-PROVISIONAL BY NT-PROVISIONAL,
           TR-FINAL BY NT-FINAL,
           TR-SUPERSEDED BY NT-SUPERSEDED,
           TR-ATTEND-PCT BY NT-ATTEND-PCT,
           TR-TURMA-CODE BY NT-TURMA-CODE,
           TR-COURSE-CODE BY NT-COURSE-CODE,
