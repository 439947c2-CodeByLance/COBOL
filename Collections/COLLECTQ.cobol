      * carrying a promise also land on Collections\promises.txt, and  *
      * the keyed file is cleared so nothing double-posts. WORKLIST    *
      * reads the queue and the promises to build the daily report.    *
      * Each contact row carries the collector's operator ID, and each *
      * queue entry the date the account was first queued; an account  *
      * that cures off the queue is appended to                        *
      * Collections\curehistory.txt with both dates, so COLLPERF can   *
      * measure every collector from queue to cure.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. COLLECTQ.
                   "Collections\promises.txt"
                   organization is line sequential.

               select optional CureHistoryFile ASSIGN TO
                   "Collections\curehistory.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  AgingExtractFile.
               05  WKQ-WorstBucket  PIC 9(3).
               05  WKQ-PastDueAmt   PIC 9(8)V99.
               05  WKQ-FollowUp     PIC X(10).
               05  WKQ-EntryDate    PIC X(10).

       FD  ContactInFile.
           01 ContactInRecord.
               05  CON-Outcome      PIC X(2).
               05  CON-PromiseDate  PIC X(10).
               05  CON-PromiseAmt   PIC 9(6)V99.
               05  CON-Operator     PIC X(10).

       FD  ContactHistoryFile.
           01 ContactHistoryRecord.
               05  CHX-Outcome      PIC X(2).
               05  CHX-PromiseDate  PIC X(10).
               05  CHX-PromiseAmt   PIC 9(6)V99.
               05  CHX-Operator     PIC X(10).

       FD  PromiseFile.
           01 PromiseRecord.
               05  PRM-PromiseDate  PIC X(10).
               05  PRM-Amount       PIC 9(6)V99.

      * ONE ROW PER ACCOUNT THAT CURED OFF THE QUEUE
       FD  CureHistoryFile.
           01 CureHistoryRecord.
               05  CUR-Account      PIC X(10).
               05  CUR-EntryDate    PIC X(10).
               05  CUR-CureDate     PIC X(10).

       working-storage section.
       01  QUEUE-TABLE.
           05  QueueEntry occurs 2000 times.
               10  QUE-WorstBucket  PIC 9(3).
               10  QUE-PastDueAmt   PIC 9(8)V99.
               10  QUE-FollowUp     PIC X(10).
               10  QUE-EntryDate    PIC X(10).
       01  QueueCount               PIC 9(4) value zero.
       01  QueueSub                 PIC 9(4) value zero.
       01  QueueFoundFlag           PIC X value "N".
                   move WKQ-WorstBucket to QUE-WorstBucket(QueueCount)
                   move WKQ-PastDueAmt to QUE-PastDueAmt(QueueCount)
                   move WKQ-FollowUp to QUE-FollowUp(QueueCount)
      * a row queued before the entry date was kept still has its
      * first follow-up date, which was the day it was queued
                   if WKQ-EntryDate = spaces
                       move WKQ-FollowUp to QUE-EntryDate(QueueCount)
                   else
                       move WKQ-EntryDate to QUE-EntryDate(QueueCount)
                   end-if
               end-if
               read WorkQueueFile
                   at end set eof-queue to true
                   move AGX-WorstBucket to QUE-WorstBucket(QueueSub)
                   move AGX-PastDueAmt to QUE-PastDueAmt(QueueSub)
                   move TodayDate to QUE-FollowUp(QueueSub)
                   move TodayDate to QUE-EntryDate(QueueSub)
                   add 1 to QueueAdded
               else
                   string "Work queue full at 2000 - account "
               move CON-Outcome to CHX-Outcome
               move CON-PromiseDate to CHX-PromiseDate
               move CON-PromiseAmt to CHX-PromiseAmt
               move CON-Operator to CHX-Operator
               write ContactHistoryRecord

               if CON-PromiseDate not = spaces

       4000-RewriteQueue.
           open output WorkQueueFile.
           open extend CureHistoryFile.
           move 1 to QueueSub.
           perform QueueCount times
               if QUE-WorstBucket(QueueSub) > zero
                   move QUE-WorstBucket(QueueSub) to WKQ-WorstBucket
                   move QUE-PastDueAmt(QueueSub) to WKQ-PastDueAmt
                   move QUE-FollowUp(QueueSub) to WKQ-FollowUp
                   move QUE-EntryDate(QueueSub) to WKQ-EntryDate
                   write WorkQueueRecord
               else
                   add 1 to QueueDropped
                   move QUE-Account(QueueSub) to CUR-Account
                   move QUE-EntryDate(QueueSub) to CUR-EntryDate
                   move TodayDate to CUR-CureDate
                   write CureHistoryRecord
               end-if
               add 1 to QueueSub
           end-perform.
           close WorkQueueFile.
           close CureHistoryFile.

       8000-Logs.
           if LogSeverity = spaces
